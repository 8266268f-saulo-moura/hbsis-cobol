      ******************************************************************
      * PROGRAMA.: RELAVASI                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SALDO DE VASILHAMES DEVIDOS POR CLIENTE, COM O      *
      *            VENDEDOR DA CARTEIRA E A FILIAL, DESTACANDO QUEM    *
      *            ESTA ACIMA DO LIMITE DO SEU CANAL E PORTE, E        *
      *            TOTAIS POR VENDEDOR E POR FILIAL, COM GERACAO       *
      *            DATADA NO SPOOL                                     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RELAVASI.
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
           SELECT ARQ-VASILHAMES       ASSIGN TO  "WID-ARQ-VAS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VAS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VASILHAME.
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
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-REL-VASILHAME    ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-VAS.
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
       FD ARQ-VASILHAMES.
       COPY VASICADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-REL-VASILHAME.
       01 REG-REL-VASILHAME            PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-VASILHAME              PIC X(02).
           88 FS-VAS-OK                VALUE "00" THRU "09".
           88 FS-VAS-FIM               VALUE "10".
           88 FS-VAS-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
           88 FS-CAR-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-VAS                PIC X(02).
           88 FS-REL-VAS-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DO RELATORIO, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "RELAVASI".
      *
      * --> FILTROS PEDIDOS (ZERO = TODOS)
      *
       01 WS-FILIAL-RELATORIO          PIC 9(02)       VALUE 0.
       01 WS-VENDEDOR-RELATORIO        PIC 9(11)       VALUE 0.
      *
      * --> LIMITES DE VASILHAME POR CANAL E PORTE, LIDOS UMA VEZ
      *
       01 WS-PARAMETROS-LIDOS          PIC X(01)       VALUE "N".
           88 PARAMETROS-LIDOS         VALUE "S".
       01 WS-CANAL-IND                 PIC 9(01)       VALUE 0.
       01 WS-PORTE-IND                 PIC 9(01)       VALUE 0.
       01 WS-LIMITE-CLIENTE            PIC 9(05)       VALUE 0.
      *
      * --> QUEBRA POR CLIENTE NA LEITURA DOS SALDOS
      *
       01 WS-CNPJ-ANTERIOR             PIC 9(14)       VALUE 0.
       01 WS-SALDO-CLIENTE             PIC S9(07)      VALUE 0.
       01 WS-PRODUTOS-CLIENTE          PIC 9(03)       VALUE 0.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
       01 WS-VENDEDOR-CLIENTE          PIC 9(11)       VALUE 0.
      *
       01 WS-TOT-CLIENTES              PIC 9(07)       VALUE 0.
       01 WS-TOT-ACIMA-LIMITE          PIC 9(07)       VALUE 0.
       01 WS-TOT-VASILHAMES            PIC S9(09)      VALUE 0.
      *
      * --> ACUMULADORES POR VENDEDOR                                  *
      *
       01 WS-QTD-VENDEDORES            PIC 9(04)       VALUE 0.
       01 WS-ACHOU-VENDEDOR            PIC X(01)       VALUE "N".
           88 ACHOU-VENDEDOR           VALUE "S".
       01 WS-VEN-TABELA.
           05 WS-VEN-OCORRENCIA        OCCURS 999 TIMES
                                       DEPENDING ON WS-QTD-VENDEDORES
                                       INDEXED BY WS-VEN-IND.
               10 WS-VEN-TAB-CPF       PIC 9(11).
               10 WS-VEN-TAB-CLIENTES  PIC 9(05).
               10 WS-VEN-TAB-ACIMA     PIC 9(05).
               10 WS-VEN-TAB-SALDO     PIC S9(09).
      *
      * --> ACUMULADORES POR FILIAL (FILIAL ZERO = SEM FILIAL)         *
      *
       01 WS-FIL-TABELA.
           05 WS-FIL-OCORRENCIA        OCCURS 100 TIMES
                                       INDEXED BY WS-FIL-IND.
               10 WS-FIL-TAB-CLIENTES  PIC 9(05).
               10 WS-FIL-TAB-ACIMA     PIC 9(05).
               10 WS-FIL-TAB-SALDO     PIC S9(09).
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-VASILHAME.
           05 SAI-CNPJ                 PIC 9(14).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NOME                 PIC X(40).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-FILIAL               PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VENDEDOR             PIC 9(11).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CANAL                PIC X(01).
           05 SAI-PORTE                PIC X(01).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SALDO                PIC -(7)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-LIMITE               PIC Z(4)9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SITUACAO             PIC X(20).
       01 WS-LINHA-TOTAL.
           05 SAI-TOT-TIPO             PIC X(09).
           05 SAI-TOT-CODIGO           PIC 9(11).
           05 FILLER                   PIC X(12)   VALUE " CLIENTES: ".
           05 SAI-TOT-CLIENTES         PIC Z(4)9.
           05 FILLER                   PIC X(09)   VALUE " ACIMA: ".
           05 SAI-TOT-ACIMA            PIC Z(4)9.
           05 FILLER                   PIC X(09)   VALUE " SALDO: ".
           05 SAI-TOT-SALDO            PIC -(9)9.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-SALDO-VASILHAMES.
      *----------------------------------------------------------------*
       0000-SALDO-VASILHAMES           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "SALDO DE VASILHAMES POR CLIENTE"
           DISPLAY "FILIAL (0 = TODAS): "
                                       WITH NO ADVANCING
           ACCEPT WS-FILIAL-RELATORIO
           DISPLAY "CPF DO VENDEDOR (0 = TODOS): "
                                       WITH NO ADVANCING
           ACCEPT WS-VENDEDOR-RELATORIO
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-VAS-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN INPUT ARQ-VASILHAMES
           IF NOT FS-VAS-OK
               DISPLAY "NAO HA SALDO DE VASILHAMES REGISTRADO"
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-CARTEIRA
           PERFORM 1100-LER-PARAMETROS
           INITIALIZE WS-FIL-TABELA    REPLACING NUMERIC BY ZEROS
           PERFORM 1000-ABRIR-RELATORIO
           READ ARQ-VASILHAMES NEXT
           IF FS-VAS-OK
               MOVE VAS-CNPJ           TO WS-CNPJ-ANTERIOR
           END-IF
           PERFORM UNTIL NOT FS-VAS-OK
               IF VAS-CNPJ NOT = WS-CNPJ-ANTERIOR
                   PERFORM 2000-LISTAR-CLIENTE
                   MOVE VAS-CNPJ       TO WS-CNPJ-ANTERIOR
               END-IF
               ADD VAS-SALDO           TO WS-SALDO-CLIENTE
               ADD 1                   TO WS-PRODUTOS-CLIENTE
               READ ARQ-VASILHAMES NEXT
           END-PERFORM
           IF WS-PRODUTOS-CLIENTE > 0
               PERFORM 2000-LISTAR-CLIENTE
           END-IF
           PERFORM 3000-TOTALIZAR-VENDEDORES
           PERFORM 3100-TOTALIZAR-FILIAIS
           CLOSE ARQ-VASILHAMES
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               CLOSE ARQ-CLIENTES
           END-IF
           IF FS-CAR-OK OR FS-CAR-NAO-ENCONTRADO
               CLOSE ARQ-CARTEIRA
           END-IF
           CLOSE ARQ-REL-VASILHAME
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-VASILHAME
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "CNPJ            NOME"
                  "                                      "
                  "FL  VENDEDOR     CP     SALDO  LIMITE  SITUACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-VASILHAME
           WRITE REG-REL-VASILHAME
           DISPLAY WS-LINHA-CABECALHO
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * SEM PARAMETROS (OU COM O ARQUIVO NO LAYOUT ANTERIOR) NENHUM    *
      * CLIENTE TEM LIMITE E NENHUM SAI COMO ACIMA DELE                *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   MOVE "S"            TO WS-PARAMETROS-LIDOS
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-BUSCAR-LIMITE              SECTION.
      *----------------------------------------------------------------*
      * MESMO CRITERIO DO PEDIDO: CLIENTE SEM CANAL OU PORTE, OU       *
      * LIMITE ZERO NOS PARAMETROS, NAO E CONTROLADO                   *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-LIMITE-CLIENTE
           IF NOT PARAMETROS-LIDOS
               GO TO 1200-FIM
           END-IF
           EVALUATE SAI-CANAL
               WHEN "B"
                   MOVE 1              TO WS-CANAL-IND
               WHEN "M"
                   MOVE 2              TO WS-CANAL-IND
               WHEN "R"
                   MOVE 3              TO WS-CANAL-IND
               WHEN "A"
                   MOVE 4              TO WS-CANAL-IND
               WHEN OTHER
                   GO TO 1200-FIM
           END-EVALUATE
           EVALUATE SAI-PORTE
               WHEN "P"
                   MOVE 1              TO WS-PORTE-IND
               WHEN "M"
                   MOVE 2              TO WS-PORTE-IND
               WHEN "G"
                   MOVE 3              TO WS-PORTE-IND
               WHEN OTHER
                   GO TO 1200-FIM
           END-EVALUATE
           IF PAR-LIMITE-VASILHAME (WS-CANAL-IND WS-PORTE-IND) NUMERIC
               MOVE PAR-LIMITE-VASILHAME (WS-CANAL-IND WS-PORTE-IND)
                                       TO WS-LIMITE-CLIENTE
           END-IF
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-LISTAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      * UMA LINHA POR CLIENTE COM O TOTAL DE VASILHAMES DEVIDOS DE     *
      * TODOS OS PRODUTOS; CLIENTE QUITADO (SALDO ZERO) NAO E LISTADO  *
      *----------------------------------------------------------------*
           MOVE WS-CNPJ-ANTERIOR       TO SAI-CNPJ
           MOVE "CLIENTE NAO CADASTRADO"
                                       TO SAI-NOME
           MOVE SPACES                 TO SAI-CANAL
           MOVE SPACES                 TO SAI-PORTE
           MOVE 0                      TO WS-FILIAL-CLIENTE
           MOVE 0                      TO WS-VENDEDOR-CLIENTE
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               MOVE WS-CNPJ-ANTERIOR   TO CNPJ
               READ ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE NOME           TO SAI-NOME
                   MOVE FILIAL         TO WS-FILIAL-CLIENTE
                   MOVE CANAL          TO SAI-CANAL
                   MOVE PORTE          TO SAI-PORTE
               END-IF
           END-IF
           IF FS-CAR-OK OR FS-CAR-NAO-ENCONTRADO
               MOVE WS-CNPJ-ANTERIOR   TO CAR-CNPJ
               READ ARQ-CARTEIRA
               IF FS-CAR-OK
                   MOVE CAR-CPF        TO WS-VENDEDOR-CLIENTE
               END-IF
           END-IF
           IF WS-SALDO-CLIENTE = 0
               GO TO 2000-LIMPAR
           END-IF
           IF WS-FILIAL-RELATORIO > 0
               AND WS-FILIAL-CLIENTE NOT = WS-FILIAL-RELATORIO
               GO TO 2000-LIMPAR
           END-IF
           IF WS-VENDEDOR-RELATORIO > 0
               AND WS-VENDEDOR-CLIENTE NOT = WS-VENDEDOR-RELATORIO
               GO TO 2000-LIMPAR
           END-IF
           PERFORM 1200-BUSCAR-LIMITE
           MOVE WS-FILIAL-CLIENTE      TO SAI-FILIAL
           MOVE WS-VENDEDOR-CLIENTE    TO SAI-VENDEDOR
           MOVE WS-SALDO-CLIENTE       TO SAI-SALDO
           MOVE WS-LIMITE-CLIENTE      TO SAI-LIMITE
           MOVE SPACES                 TO SAI-SITUACAO
           PERFORM 2100-LOCALIZAR-VENDEDOR
           SET WS-FIL-IND              TO WS-FILIAL-CLIENTE
           SET WS-FIL-IND              UP BY 1
           ADD 1                       TO WS-TOT-CLIENTES
           ADD 1                   TO WS-VEN-TAB-CLIENTES (WS-VEN-IND)
           ADD 1                   TO WS-FIL-TAB-CLIENTES (WS-FIL-IND)
           ADD WS-SALDO-CLIENTE        TO WS-TOT-VASILHAMES
           ADD WS-SALDO-CLIENTE    TO WS-VEN-TAB-SALDO (WS-VEN-IND)
           ADD WS-SALDO-CLIENTE    TO WS-FIL-TAB-SALDO (WS-FIL-IND)
           IF WS-LIMITE-CLIENTE > 0
               AND WS-SALDO-CLIENTE > WS-LIMITE-CLIENTE
               MOVE "ACIMA DO LIMITE"  TO SAI-SITUACAO
               ADD 1                   TO WS-TOT-ACIMA-LIMITE
               ADD 1               TO WS-VEN-TAB-ACIMA (WS-VEN-IND)
               ADD 1               TO WS-FIL-TAB-ACIMA (WS-FIL-IND)
           END-IF
           MOVE WS-LINHA-VASILHAME     TO REG-REL-VASILHAME
           WRITE REG-REL-VASILHAME
           DISPLAY WS-LINHA-VASILHAME
           .
       2000-LIMPAR.
           MOVE 0                      TO WS-SALDO-CLIENTE
           MOVE 0                      TO WS-PRODUTOS-CLIENTE
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-LOCALIZAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * POSICIONA WS-VEN-IND NO VENDEDOR DO CLIENTE, INCLUINDO-O NA    *
      * TABELA NA PRIMEIRA OCORRENCIA (CPF ZERO = SEM CARTEIRA)        *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-VENDEDOR
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
                   OR ACHOU-VENDEDOR
               IF WS-VEN-TAB-CPF (WS-VEN-IND) = WS-VENDEDOR-CLIENTE
                   MOVE "S"            TO WS-ACHOU-VENDEDOR
               END-IF
           END-PERFORM
           IF ACHOU-VENDEDOR
               SET WS-VEN-IND DOWN BY 1
           ELSE
               ADD 1                   TO WS-QTD-VENDEDORES
               SET WS-VEN-IND          TO WS-QTD-VENDEDORES
               MOVE WS-VENDEDOR-CLIENTE
                                   TO WS-VEN-TAB-CPF (WS-VEN-IND)
               MOVE 0              TO WS-VEN-TAB-CLIENTES (WS-VEN-IND)
               MOVE 0              TO WS-VEN-TAB-ACIMA (WS-VEN-IND)
               MOVE 0              TO WS-VEN-TAB-SALDO (WS-VEN-IND)
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-TOTALIZAR-VENDEDORES       SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-VEN-IND FROM 1 BY 1
                   UNTIL WS-VEN-IND > WS-QTD-VENDEDORES
               MOVE "VENDEDOR "        TO SAI-TOT-TIPO
               MOVE WS-VEN-TAB-CPF (WS-VEN-IND)
                                       TO SAI-TOT-CODIGO
               MOVE WS-VEN-TAB-CLIENTES (WS-VEN-IND)
                                       TO SAI-TOT-CLIENTES
               MOVE WS-VEN-TAB-ACIMA (WS-VEN-IND)
                                       TO SAI-TOT-ACIMA
               MOVE WS-VEN-TAB-SALDO (WS-VEN-IND)
                                       TO SAI-TOT-SALDO
               MOVE WS-LINHA-TOTAL     TO REG-REL-VASILHAME
               WRITE REG-REL-VASILHAME
               DISPLAY WS-LINHA-TOTAL
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-TOTALIZAR-FILIAIS          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WS-FIL-IND FROM 1 BY 1
                   UNTIL WS-FIL-IND > 100
               IF WS-FIL-TAB-CLIENTES (WS-FIL-IND) > 0
                   MOVE "FILIAL   "    TO SAI-TOT-TIPO
                   SET SAI-TOT-CODIGO  TO WS-FIL-IND
                   SUBTRACT 1          FROM SAI-TOT-CODIGO
                   MOVE WS-FIL-TAB-CLIENTES (WS-FIL-IND)
                                       TO SAI-TOT-CLIENTES
                   MOVE WS-FIL-TAB-ACIMA (WS-FIL-IND)
                                       TO SAI-TOT-ACIMA
                   MOVE WS-FIL-TAB-SALDO (WS-FIL-IND)
                                       TO SAI-TOT-SALDO
                   MOVE WS-LINHA-TOTAL TO REG-REL-VASILHAME
                   WRITE REG-REL-VASILHAME
                   DISPLAY WS-LINHA-TOTAL
               END-IF
           END-PERFORM
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO SALDO DE VASILHAMES"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES COM SALDO........: "
                   WS-TOT-CLIENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ACIMA DO LIMITE...........: "
                   WS-TOT-ACIMA-LIMITE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE WS-TOT-VASILHAMES      TO SAI-TOT-SALDO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VASILHAMES DEVIDOS........: "
                   SAI-TOT-SALDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
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
               MOVE "RELAVASI"         TO SPL-PROGRAMA
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
       END PROGRAM RELAVASI.
      *----------------------------------------------------------------*
