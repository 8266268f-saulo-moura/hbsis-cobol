      ******************************************************************
      * PROGRAMA.: RELASEGF                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CONFLITOS DE SEGREGACAO DE FUNCOES - LISTA CADA     *
      *            PERFIL QUE REUNE UM PAR DE OPCOES DAS REGRAS DE     *
      *            SEGREGACAO E CADA OPERADOR ATIVO QUE CARREGA ESSE   *
      *            PERFIL, COM A JUSTIFICATIVA REGISTRADA, PARA A      *
      *            REVISAO ANUAL DE ACESSOS                            *
      ******************************************************************
      * A JUSTIFICATIVA DO OPERADOR PREVALECE SOBRE A DO PERFIL.       *
      * OPERADORES SEM PERFIL ACESSAM PELOS NIVEIS CLASSICOS, QUE NAO  *
      * SEPARAM OPCOES; OS DE NIVEL CADASTRO OU SUPERVISOR SAO         *
      * LISTADOS A PARTE PARA A REVISAO                                *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELASEGF.
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
           SELECT ARQ-SEGREGACAO       ASSIGN TO  "WID-ARQ-SGF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SGF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SEGREGACAO.
      *
           SELECT ARQ-PERFIS           ASSIGN TO  "WID-ARQ-PRF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PERFIL.
      *
           SELECT ARQ-JUSTIFICATIVAS   ASSIGN TO  "WID-ARQ-JSF.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS JSF-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-JUSTIFICATIVA.
      *
           SELECT ARQ-OPERADORES       ASSIGN TO  "WID-ARQ-OPE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS OPE-ID
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-OPERADOR.
      *
           SELECT ARQ-REL-SEGREGACAO   ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-SEGREGACAO.
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
       FD ARQ-SEGREGACAO.
       COPY SEGFCADA.
      *
       FD ARQ-PERFIS.
       COPY PERFCADA.
      *
       FD ARQ-JUSTIFICATIVAS.
       COPY JUSFCADA.
      *
       FD ARQ-OPERADORES.
       COPY OPERCADA.
      *
       FD ARQ-REL-SEGREGACAO.
       01 REG-REL-SEGREGACAO           PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-SEGREGACAO             PIC X(02).
           88 FS-SGF-OK                VALUE "00" THRU "09".
       77 WS-FS-PERFIL                 PIC X(02).
           88 FS-PRF-OK                VALUE "00" THRU "09".
       77 WS-FS-JUSTIFICATIVA          PIC X(02).
           88 FS-JSF-OK                VALUE "00" THRU "09".
       77 WS-FS-OPERADOR               PIC X(02).
           88 FS-OPE-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-SEGREGACAO         PIC X(02).
           88 FS-REL-SEGREGACAO-OK     VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELASEGF".
       01 WS-JUSTIFICATIVAS-ABERTAS    PIC X(01)       VALUE "N".
           88 JUSTIFICATIVAS-ABERTAS   VALUE "S".
       01 WS-OPCAO-NO-PERFIL           PIC X(01)       VALUE "N".
           88 OPCAO-NO-PERFIL          VALUE "S".
       01 WS-ACHOU-JUSTIFICATIVA       PIC X(01)       VALUE "N".
           88 ACHOU-JUSTIFICATIVA      VALUE "S".
       01 WS-OPCAO-TESTE               PIC X(05)       VALUE SPACES.
       01 WS-PERFIL-ANTERIOR           PIC X(08)       VALUE SPACES.
      *
      * --> REGRAS DE SEGREGACAO CARREGADAS DO CADASTRO
      *
       01 WS-QTD-REGRAS                PIC 9(04)       VALUE 0.
       01 WS-SGF-IND                   PIC 9(04)       VALUE 0.
       01 WS-SGF-TABELA.
           05 WS-SGF-OCORRENCIA        OCCURS 500 TIMES.
               10 WS-SGF-TAB-OPCAO-1   PIC X(05).
               10 WS-SGF-TAB-OPCAO-2   PIC X(05).
               10 WS-SGF-TAB-DESCRICAO PIC X(40).
               10 WS-SGF-TAB-TRATAMENTO
                                       PIC X(01).
      *
      * --> PERFIS DISTINTOS DO CADASTRO DE PERFIS
      *
       01 WS-QTD-PERFIS                PIC 9(04)       VALUE 0.
       01 WS-PRF-IND                   PIC 9(04)       VALUE 0.
       01 WS-PRF-TABELA.
           05 WS-PRF-TAB-CODIGO        PIC X(08)       OCCURS 999 TIMES.
      *
      * --> CONFLITOS ENCONTRADOS: PERFIL E INDICE DA REGRA
      *
       01 WS-QTD-CONFLITOS             PIC 9(04)       VALUE 0.
       01 WS-CNF-IND                   PIC 9(04)       VALUE 0.
       01 WS-CNF-TABELA.
           05 WS-CNF-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-CNF-TAB-PERFIL    PIC X(08).
               10 WS-CNF-TAB-REGRA     PIC 9(04).
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
       01 WS-TOT-CONFLITOS-PERFIL      PIC 9(07)       VALUE 0.
       01 WS-TOT-CONFLITOS-OPERADOR    PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-JUSTIFICATIVA     PIC 9(07)       VALUE 0.
       01 WS-TOT-PROIBIDOS             PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-PERFIL            PIC 9(07)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-CONFLITO.
           05 SAI-CNF-CODIGO           PIC X(08).
           05 FILLER                   PIC X(01).
           05 SAI-CNF-PERFIL           PIC X(08).
           05 FILLER                   PIC X(01).
           05 SAI-CNF-OPCAO-1          PIC X(05).
           05 FILLER                   PIC X(01).
           05 SAI-CNF-OPCAO-2          PIC X(05).
           05 FILLER                   PIC X(01).
           05 SAI-CNF-TRATAMENTO       PIC X(12).
           05 FILLER                   PIC X(01).
           05 SAI-CNF-DESCRICAO        PIC X(40).
           05 FILLER                   PIC X(01).
           05 SAI-CNF-SITUACAO         PIC X(20).
       01 WS-LINHA-JUSTIFICATIVA.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 FILLER                   PIC X(15)
                                       VALUE "JUSTIFICATIVA: ".
           05 SAI-JSF-TEXTO            PIC X(60).
           05 FILLER                   PIC X(05)       VALUE " POR ".
           05 SAI-JSF-SUPERVISOR       PIC X(08).
           05 FILLER                   PIC X(04)       VALUE " EM ".
           05 SAI-JSF-DATA             PIC 9(08).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-LISTAR-CONFLITOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-LISTAR-CONFLITOS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "CONFLITOS DE SEGREGACAO DE FUNCOES"
           PERFORM 1000-CARREGAR-REGRAS
           IF WS-QTD-REGRAS = 0
               DISPLAY "NAO HA REGRAS DE SEGREGACAO CADASTRADAS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-PERFIS
           IF NOT FS-PRF-OK
               DISPLAY "NAO HA PERFIS CADASTRADOS"
               GOBACK
           END-IF
           OPEN INPUT ARQ-JUSTIFICATIVAS
           IF FS-JSF-OK
               MOVE "S"                TO WS-JUSTIFICATIVAS-ABERTAS
           END-IF
           OPEN INPUT ARQ-OPERADORES
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-SGF-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-SEGREGACAO
           STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - EMITIDO EM "
                  WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2000-CONFLITOS-POR-PERFIL
           PERFORM 3000-CONFLITOS-POR-OPERADOR
           CLOSE ARQ-REL-SEGREGACAO
           CLOSE ARQ-PERFIS
           CLOSE ARQ-OPERADORES
           IF JUSTIFICATIVAS-ABERTAS
               CLOSE ARQ-JUSTIFICATIVAS
           END-IF
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARREGAR-REGRAS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-SEGREGACAO
           IF NOT FS-SGF-OK
               GO TO 1000-FIM
           END-IF
           READ ARQ-SEGREGACAO NEXT
           PERFORM UNTIL NOT FS-SGF-OK
               IF WS-QTD-REGRAS = 500
                   MOVE "S"            TO WS-TABELA-CHEIA
               ELSE
                   ADD 1               TO WS-QTD-REGRAS
                   MOVE SGF-OPCAO-1
                               TO WS-SGF-TAB-OPCAO-1 (WS-QTD-REGRAS)
                   MOVE SGF-OPCAO-2
                               TO WS-SGF-TAB-OPCAO-2 (WS-QTD-REGRAS)
                   MOVE SGF-DESCRICAO
                               TO WS-SGF-TAB-DESCRICAO (WS-QTD-REGRAS)
                   MOVE SGF-TRATAMENTO
                               TO WS-SGF-TAB-TRATAMENTO (WS-QTD-REGRAS)
               END-IF
               READ ARQ-SEGREGACAO NEXT
           END-PERFORM
           CLOSE ARQ-SEGREGACAO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONFLITOS-POR-PERFIL       SECTION.
      *----------------------------------------------------------------*
      * PRIMEIRO OS PERFIS DISTINTOS, DEPOIS CADA PERFIL CONTRA CADA   *
      * REGRA POR LEITURA DIRETA DAS DUAS OPCOES                       *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CONFLITOS POR PERFIL" TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "         PERFIL   OPCOES      TRATAMENTO   DESCRICAO
      -    "                                SITUACAO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           READ ARQ-PERFIS NEXT
           PERFORM UNTIL NOT FS-PRF-OK
               IF PRF-CODIGO NOT = WS-PERFIL-ANTERIOR
                   IF WS-QTD-PERFIS = 999
                       MOVE "S"        TO WS-TABELA-CHEIA
                   ELSE
                       ADD 1           TO WS-QTD-PERFIS
                       MOVE PRF-CODIGO
                               TO WS-PRF-TAB-CODIGO (WS-QTD-PERFIS)
                   END-IF
                   MOVE PRF-CODIGO     TO WS-PERFIL-ANTERIOR
               END-IF
               READ ARQ-PERFIS NEXT
           END-PERFORM
           PERFORM VARYING WS-PRF-IND FROM 1 BY 1
                   UNTIL WS-PRF-IND > WS-QTD-PERFIS
               PERFORM VARYING WS-SGF-IND FROM 1 BY 1
                       UNTIL WS-SGF-IND > WS-QTD-REGRAS
                   PERFORM 2100-VERIFICAR-REGRA
               END-PERFORM
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-VERIFICAR-REGRA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-SGF-TAB-OPCAO-1 (WS-SGF-IND)
                                       TO WS-OPCAO-TESTE
           PERFORM 2200-PROCURAR-OPCAO
           IF NOT OPCAO-NO-PERFIL
               GO TO 2100-FIM
           END-IF
           MOVE WS-SGF-TAB-OPCAO-2 (WS-SGF-IND)
                                       TO WS-OPCAO-TESTE
           PERFORM 2200-PROCURAR-OPCAO
           IF NOT OPCAO-NO-PERFIL
               GO TO 2100-FIM
           END-IF
           ADD 1                       TO WS-TOT-CONFLITOS-PERFIL
           IF WS-QTD-CONFLITOS = 999
               MOVE "S"                TO WS-TABELA-CHEIA
           ELSE
               ADD 1                   TO WS-QTD-CONFLITOS
               MOVE WS-PRF-TAB-CODIGO (WS-PRF-IND)
                           TO WS-CNF-TAB-PERFIL (WS-QTD-CONFLITOS)
               MOVE WS-SGF-IND
                           TO WS-CNF-TAB-REGRA (WS-QTD-CONFLITOS)
           END-IF
           MOVE "P"                    TO JSF-TIPO
           MOVE WS-PRF-TAB-CODIGO (WS-PRF-IND)
                                       TO JSF-CODIGO
           PERFORM 2300-LER-JUSTIFICATIVA
           MOVE SPACES                 TO WS-LINHA-CONFLITO
           MOVE WS-PRF-TAB-CODIGO (WS-PRF-IND)
                                       TO SAI-CNF-PERFIL
           PERFORM 2400-GRAVAR-CONFLITO
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-PROCURAR-OPCAO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-PRF-TAB-CODIGO (WS-PRF-IND)
                                       TO PRF-CODIGO
           MOVE WS-OPCAO-TESTE         TO PRF-OPCAO
           READ ARQ-PERFIS
           IF FS-PRF-OK
               MOVE "S"                TO WS-OPCAO-NO-PERFIL
           ELSE
               MOVE "N"                TO WS-OPCAO-NO-PERFIL
           END-IF
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-LER-JUSTIFICATIVA          SECTION.
      *----------------------------------------------------------------*
      * TIPO E CODIGO JA PREENCHIDOS; COMPLETA A CHAVE COM O PAR       *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-JUSTIFICATIVA
           IF NOT JUSTIFICATIVAS-ABERTAS
               GO TO 2300-FIM
           END-IF
           MOVE WS-SGF-TAB-OPCAO-1 (WS-SGF-IND)
                                       TO JSF-OPCAO-1
           MOVE WS-SGF-TAB-OPCAO-2 (WS-SGF-IND)
                                       TO JSF-OPCAO-2
           READ ARQ-JUSTIFICATIVAS
           IF FS-JSF-OK
               MOVE "S"                TO WS-ACHOU-JUSTIFICATIVA
           END-IF
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-GRAVAR-CONFLITO            SECTION.
      *----------------------------------------------------------------*
      * CODIGO E PERFIL JA NA LINHA; COMPLETA COM A REGRA E A SITUACAO *
      * E GRAVA A JUSTIFICATIVA ENCONTRADA NA LINHA DE BAIXO           *
      *----------------------------------------------------------------*
           MOVE WS-SGF-TAB-OPCAO-1 (WS-SGF-IND)
                                       TO SAI-CNF-OPCAO-1
           MOVE WS-SGF-TAB-OPCAO-2 (WS-SGF-IND)
                                       TO SAI-CNF-OPCAO-2
           MOVE WS-SGF-TAB-DESCRICAO (WS-SGF-IND)
                                       TO SAI-CNF-DESCRICAO
           IF WS-SGF-TAB-TRATAMENTO (WS-SGF-IND) = "P"
               MOVE "PROIBIDO"         TO SAI-CNF-TRATAMENTO
               MOVE "VIOLA REGRA"      TO SAI-CNF-SITUACAO
               ADD 1                   TO WS-TOT-PROIBIDOS
           ELSE
               MOVE "JUSTIFICAVEL"     TO SAI-CNF-TRATAMENTO
               IF ACHOU-JUSTIFICATIVA
                   MOVE "JUSTIFICADO"  TO SAI-CNF-SITUACAO
               ELSE
                   MOVE "SEM JUSTIFICATIVA"
                                       TO SAI-CNF-SITUACAO
                   ADD 1               TO WS-TOT-SEM-JUSTIFICATIVA
               END-IF
           END-IF
           MOVE WS-LINHA-CONFLITO      TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           IF ACHOU-JUSTIFICATIVA
               MOVE JSF-TEXTO          TO SAI-JSF-TEXTO
               MOVE JSF-SUPERVISOR     TO SAI-JSF-SUPERVISOR
               MOVE JSF-DATA           TO SAI-JSF-DATA
               MOVE WS-LINHA-JUSTIFICATIVA
                                       TO WS-LINHA-CABECALHO
               PERFORM 3900-GRAVAR-LINHA
           END-IF
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONFLITOS-POR-OPERADOR     SECTION.
      *----------------------------------------------------------------*
      * OPERADORES ATIVOS; PARA OS COM PERFIL, OS CONFLITOS DO PERFIL  *
      * COM A JUSTIFICATIVA DO OPERADOR OU, NA FALTA, A DO PERFIL      *
      *----------------------------------------------------------------*
           PERFORM 3900-GRAVAR-LINHA
           MOVE "CONFLITOS POR OPERADOR ATIVO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           MOVE "OPERADOR PERFIL   OPCOES      TRATAMENTO   DESCRICAO
      -    "                                SITUACAO"
                                       TO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           IF NOT FS-OPE-OK
               GO TO 3000-FIM
           END-IF
           READ ARQ-OPERADORES NEXT
           PERFORM UNTIL NOT FS-OPE-OK
               IF OPERADOR-ATIVO
                   IF OPE-PERFIL = SPACES
                       IF OPE-NIVEL > 1
                           PERFORM 3200-GRAVAR-SEM-PERFIL
                       END-IF
                   ELSE
                       PERFORM VARYING WS-CNF-IND FROM 1 BY 1
                               UNTIL WS-CNF-IND > WS-QTD-CONFLITOS
                           IF WS-CNF-TAB-PERFIL (WS-CNF-IND) =
                              OPE-PERFIL
                               PERFORM 3100-GRAVAR-OPERADOR
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               READ ARQ-OPERADORES NEXT
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-OPERADOR            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-CONFLITOS-OPERADOR
           MOVE WS-CNF-TAB-REGRA (WS-CNF-IND)
                                       TO WS-SGF-IND
           MOVE "O"                    TO JSF-TIPO
           MOVE OPE-ID                 TO JSF-CODIGO
           PERFORM 2300-LER-JUSTIFICATIVA
           IF NOT ACHOU-JUSTIFICATIVA
               MOVE "P"                TO JSF-TIPO
               MOVE OPE-PERFIL         TO JSF-CODIGO
               PERFORM 2300-LER-JUSTIFICATIVA
           END-IF
           MOVE SPACES                 TO WS-LINHA-CONFLITO
           MOVE OPE-ID                 TO SAI-CNF-CODIGO
           MOVE OPE-PERFIL             TO SAI-CNF-PERFIL
           PERFORM 2400-GRAVAR-CONFLITO
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-GRAVAR-SEM-PERFIL          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-SEM-PERFIL
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING OPE-ID " NIVEL " OPE-NIVEL
                  "  ACESSO POR NIVEL, SEM SEGREGACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 3900-GRAVAR-LINHA
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-SEGREGACAO
           WRITE REG-REL-SEGREGACAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       3900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DOS CONFLITOS DE SEGREGACAO"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CONFLITOS EM PERFIS........: "
                  WS-TOT-CONFLITOS-PERFIL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CONFLITOS EM OPERADORES....: "
                  WS-TOT-CONFLITOS-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PROIBIDOS EXISTENTES.......: " WS-TOT-PROIBIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "SEM JUSTIFICATIVA..........: "
                  WS-TOT-SEM-JUSTIFICATIVA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "OPERADORES SEM PERFIL......: " WS-TOT-SEM-PERFIL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA CHEIA - RELATORIO INCOMPLETO"
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
               MOVE "RELASEGF"         TO SPL-PROGRAMA
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
       END PROGRAM RELASEGF.
      *----------------------------------------------------------------*
