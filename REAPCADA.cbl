      ******************************************************************
      * PROGRAMA.: REAPCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: REAPLICACAO DOS DIARIOS APOS UMA RESTAURACAO -      *
      *            REFAZ SOBRE OS ARQUIVOS RESTAURADOS PELO RESTCADA   *
      *            AS IMAGENS DEPOIS DO DIARIO DE AUDITORIA (CLIENTES  *
      *            E VENDEDORES) E OS MOVIMENTOS DA CARTEIRA, DO       *
      *            INICIO DO BACKUP ATE O MOMENTO ESCOLHIDO, E PARA NO *
      *            PRIMEIRO EVENTO INCONSISTENTE                       *
      ******************************************************************
      * OS DIARIOS SAO LIDOS COMO UM FLUXO SO: AS GERACOES ANUAIS DO   *
      * SEGRANO A PARTIR DO ANO DO BACKUP E DEPOIS O ARQUIVO CORRENTE. *
      * AUDITORIA E MOVIMENTO DA CARTEIRA SAO INTERCALADOS POR DATA E  *
      * HORA (NO EMPATE A AUDITORIA VEM PRIMEIRO, COMO NA GRAVACAO).   *
      * CADA EVENTO SO E REAPLICADO SE O REGISTRO ATUAL CONFERE COM A  *
      * IMAGEM ANTES; SE JA CONFERE COM A IMAGEM DEPOIS E CONTADO COMO *
      * JA APLICADO, O QUE PERMITE EXECUTAR DE NOVO APOS UMA PARADA    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. REAPCADA.
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
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-CARTEIRA         ASSIGN TO  "WID-ARQ-CAR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAR-CNPJ
               ALTERNATE RECORD KEY    IS CAR-CPF WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CARTEIRA.
      *
           SELECT ARQ-CTL-GERACOES     ASSIGN TO  "WID-CTL-BKP.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-GERACOES.
      *
           SELECT ARQ-AUDITORIA        ASSIGN TO WS-NOME-AUDITORIA
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-AUDITORIA.
      *
           SELECT ARQ-MOV-CARTEIRA     ASSIGN TO WS-NOME-MOVIMENTO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOVIMENTO.
      *
           SELECT ARQ-REL-REAPLICACAO  ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-REAPLICACAO.
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
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-CARTEIRA.
       COPY CARTCADA.
      *
       FD ARQ-CTL-GERACOES.
       01 REG-CTL-GERACOES.
           05 GER-DATA                 PIC 9(08).
           05 GER-HORA                 PIC 9(06).
      *
       FD ARQ-AUDITORIA.
       COPY AUDICADA.
      *
       FD ARQ-MOV-CARTEIRA.
       COPY MOVCADA.
      *
       FD ARQ-REL-REAPLICACAO.
       01 REG-REL-REAPLICACAO          PIC X(132).
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
           88 FS-CLI-NAO-EXISTE        VALUE "35".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
           88 FS-VEN-NAO-EXISTE        VALUE "35".
       77 WS-FS-CARTEIRA               PIC X(02).
           88 FS-CAR-OK                VALUE "00" THRU "09".
           88 FS-CAR-NAO-EXISTE        VALUE "35".
       77 WS-FS-GERACOES               PIC X(02).
           88 FS-GER-OK                VALUE "00" THRU "09".
           88 FS-GER-FIM               VALUE "10".
       77 WS-FS-AUDITORIA              PIC X(02).
           88 FS-AUD-OK                VALUE "00" THRU "09".
       77 WS-FS-MOVIMENTO              PIC X(02).
           88 FS-MOV-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-REAPLICACAO        PIC X(02).
           88 FS-REL-REAPLICACAO-OK    VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-ANO-ATUAL                 PIC 9(04)       VALUE 0.
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE "REAPCADA".
       01 WS-FUNCAO-TRAVA              PIC X(01)       VALUE SPACE.
       01 WS-PROGRAMA-TRAVA            PIC X(08)       VALUE SPACES.
       01 WS-OPERADOR-TRAVA            PIC X(08)       VALUE SPACES.
       01 WS-RESULTADO-TRAVA           PIC X(01)       VALUE "0".
       01 WS-FUNCAO-CONTADOR           PIC X(01)       VALUE SPACE.
       01 WS-CPF-CONTADOR              PIC 9(11)       VALUE 0.
      *
      * --> PARAMETROS INFORMADOS PELO OPERADOR
      *
       01 WS-DATA-BACKUP               PIC 9(08)       VALUE 0.
       01 WS-DATA-LIMITE               PIC 9(08)       VALUE 0.
       01 WS-HORA-LIMITE               PIC 9(06)       VALUE 0.
       77 WS-OPCAO-REAPLICA            PIC X           VALUE SPACES.
           88 REAPLICA-CLIENTES        VALUE "1" "4".
           88 REAPLICA-VENDEDORES      VALUE "2" "4".
           88 REAPLICA-CARTEIRA        VALUE "3" "4".
           88 OPCAO-VALIDA             VALUE "1" THRU "4".
       77 WS-CONFIRMA                  PIC X           VALUE "N".
      *
      * --> MOMENTOS (DATA E HORA) COMPARADOS COMO UM CAMPO SO
      *
       01 WS-MOMENTO-BACKUP.
           05 WS-MOM-BKP-DATA          PIC 9(08)       VALUE 0.
           05 WS-MOM-BKP-HORA          PIC 9(06)       VALUE 0.
       01 WS-MOMENTO-LIMITE.
           05 WS-MOM-LIM-DATA          PIC 9(08)       VALUE 0.
           05 WS-MOM-LIM-HORA          PIC 9(06)       VALUE 0.
       01 WS-MOMENTO-AUD.
           05 WS-MOM-AUD-DATA          PIC 9(08)       VALUE 0.
           05 WS-MOM-AUD-HORA          PIC 9(06)       VALUE 0.
       01 WS-MOMENTO-MOV.
           05 WS-MOM-MOV-DATA          PIC 9(08)       VALUE 0.
           05 WS-MOM-MOV-HORA          PIC 9(06)       VALUE 0.
       01 WS-GERACAO-ACHADA            PIC X(01)       VALUE "N".
           88 GERACAO-ACHADA           VALUE "S".
       01 WS-HORA-DESCONHECIDA         PIC X(01)       VALUE "N".
           88 HORA-BACKUP-DESCONHECIDA VALUE "S".
      *
      * --> SITUACAO DE CADA DIARIO NA LEITURA INTERCALADA
      *
       01 WS-ANO-AUDITORIA             PIC 9(04)       VALUE 0.
       01 WS-AUDITORIA-ABERTA          PIC X(01)       VALUE "N".
           88 AUDITORIA-ABERTA         VALUE "S".
       01 WS-FIM-AUDITORIA             PIC X(01)       VALUE "N".
           88 FIM-AUDITORIA            VALUE "S".
       01 WS-AUDITORIA-LIDA            PIC X(01)       VALUE "N".
           88 AUDITORIA-LIDA           VALUE "S".
       01 WS-ANO-MOVIMENTO             PIC 9(04)       VALUE 0.
       01 WS-MOVIMENTO-ABERTO          PIC X(01)       VALUE "N".
           88 MOVIMENTO-ABERTO         VALUE "S".
       01 WS-FIM-MOVIMENTO             PIC X(01)       VALUE "N".
           88 FIM-MOVIMENTO            VALUE "S".
       01 WS-MOVIMENTO-LIDO            PIC X(01)       VALUE "N".
           88 MOVIMENTO-LIDO           VALUE "S".
       01 WS-NOME-AUDITORIA            PIC X(30)       VALUE SPACES.
       01 WS-NOME-MOVIMENTO            PIC X(30)       VALUE SPACES.
      *
      * --> ARQUIVOS DE CADASTRO ABERTOS PARA A REAPLICACAO
      *
       01 WS-CLIENTES-ABERTOS          PIC X(01)       VALUE "N".
           88 CLIENTES-ABERTOS         VALUE "S".
       01 WS-VENDEDORES-ABERTOS        PIC X(01)       VALUE "N".
           88 VENDEDORES-ABERTOS       VALUE "S".
       01 WS-CARTEIRA-ABERTA           PIC X(01)       VALUE "N".
           88 CARTEIRA-ABERTA          VALUE "S".
       01 WS-FALHA-ABERTURA            PIC X(01)       VALUE "N".
           88 FALHA-ABERTURA           VALUE "S".
      *
      * --> RESULTADO DO EVENTO E CONFERENCIA DAS IMAGENS
      *
       01 WS-RESULTADO-EVENTO          PIC X(01)       VALUE SPACE.
           88 EVENTO-REAPLICADO        VALUE "R".
           88 EVENTO-JA-APLICADO       VALUE "J".
           88 EVENTO-INCONSISTENTE     VALUE "I".
       01 WS-MOTIVO                    PIC X(36)       VALUE SPACES.
       01 WS-IMAGEM-ATUAL              PIC X(400)      VALUE SPACES.
       01 WS-TAM-IMAGEM                PIC 9(03)       VALUE 0.
       01 WS-SITUACAO-IMAGEM           PIC X(01)       VALUE SPACE.
           88 IMAGEM-IGUAL-ANTES       VALUE "A".
           88 IMAGEM-IGUAL-DEPOIS      VALUE "D".
           88 IMAGEM-DIFERENTE         VALUE "X".
       01 WS-CNPJ-ANTES                PIC 9(14)       VALUE 0.
      *
      * --> IMAGEM PARCIAL DA TRANSFERENCIA DE FILIAL (TRANFILI)
      *
       01 WS-IMAGEM-FILIAL.
           05 WS-IMG-ROTULO            PIC X(07).
           05 WS-IMG-FILIAL            PIC 9(02).
           05 FILLER                   PIC X(391).
       01 WS-FILIAL-ANTES              PIC 9(02)       VALUE 0.
       01 WS-FILIAL-DEPOIS             PIC 9(02)       VALUE 0.
       01 WS-FILIAL-CLIENTE            PIC 9(02)       VALUE 0.
      *
      * --> ULTIMA TROCA DE CNPJ REAPLICADA, PARA LEVAR O VINCULO DA
      *     CARTEIRA DO CNPJ ANTIGO PARA O NOVO
      *
       01 WS-REN-CNPJ-ANTIGO           PIC 9(14)       VALUE 0.
       01 WS-REN-CNPJ-NOVO             PIC 9(14)       VALUE 0.
       01 WS-CPF-VINCULO               PIC 9(11)       VALUE 0.
       01 WS-DATA-VINCULO              PIC 9(08)       VALUE 0.
      *
       01 WS-TOT-EVENTOS               PIC 9(07)       VALUE 0.
       01 WS-TOT-CLI-REAPLICADOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-VEN-REAPLICADOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-CAR-REAPLICADOS       PIC 9(07)       VALUE 0.
       01 WS-TOT-JA-APLICADOS          PIC 9(07)       VALUE 0.
      *
      * --> LINHAS DO RELATORIO
      *
       01 WS-LINHA-CABECALHO           PIC X(132)      VALUE SPACES.
       01 WS-LINHA-EVENTO.
           05 SAI-EVT-DATA             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-HORA             PIC 9(06).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-TIPO             PIC X(09).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-OPERACAO         PIC X(13).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-CHAVE            PIC 9(14).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-PROGRAMA         PIC X(08).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-OPERADOR         PIC X(08).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-RESULTADO        PIC X(13).
           05 FILLER                   PIC X(01).
           05 SAI-EVT-MOTIVO           PIC X(36).
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-REAPLICAR-DIARIOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-REAPLICAR-DIARIOS          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-DATA-ATUAL (1:4)    TO WS-ANO-ATUAL
           DISPLAY "REAPLICACAO DOS DIARIOS APOS RESTAURACAO"
           DISPLAY "DATA DA GERACAO RESTAURADA (AAAAMMDD, "
                   "0 = ULTIMA): "     WITH NO ADVANCING
           ACCEPT WS-DATA-BACKUP
           PERFORM 0100-LOCALIZAR-GERACAO
           IF NOT GERACAO-ACHADA
               DISPLAY "GERACAO NAO ENCONTRADA NO CONTROLE DE BACKUP"
               GOBACK
           END-IF
           DISPLAY "BACKUP INICIADO EM " WS-MOM-BKP-DATA " "
                   WS-MOM-BKP-HORA
           IF HORA-BACKUP-DESCONHECIDA
               DISPLAY "HORA DO BACKUP NAO REGISTRADA - O DIA "
                       "SERA REAPLICADO DESDE 000000"
           END-IF
           DISPLAY "REAPLICAR ATE A DATA (AAAAMMDD, 0 = FIM DOS "
                   "DIARIOS): "        WITH NO ADVANCING
           ACCEPT WS-DATA-LIMITE
           IF WS-DATA-LIMITE = 0
               MOVE 99999999           TO WS-MOM-LIM-DATA
               MOVE 999999             TO WS-MOM-LIM-HORA
           ELSE
               DISPLAY "ATE A HORA (HHMMSS, 0 = FIM DO DIA): "
                                       WITH NO ADVANCING
               ACCEPT WS-HORA-LIMITE
               IF WS-HORA-LIMITE = 0
                   MOVE 235959         TO WS-HORA-LIMITE
               END-IF
               MOVE WS-DATA-LIMITE     TO WS-MOM-LIM-DATA
               MOVE WS-HORA-LIMITE     TO WS-MOM-LIM-HORA
           END-IF
           IF WS-MOMENTO-LIMITE < WS-MOMENTO-BACKUP
               DISPLAY "MOMENTO LIMITE ANTERIOR AO BACKUP"
               GOBACK
           END-IF
           DISPLAY "ARQUIVO (1-CLIENTES 2-VENDEDORES 3-CARTEIRA "
                   "4-TODOS): "        WITH NO ADVANCING
           ACCEPT WS-OPCAO-REAPLICA
           IF NOT OPCAO-VALIDA
               DISPLAY "OPCAO INVALIDA"
               GOBACK
           END-IF
           DISPLAY "ATENCAO: OS ARQUIVOS DEVEM TER SIDO RESTAURADOS "
                   "DESTA GERACAO"
           DISPLAY "CONFIRMA A REAPLICACAO? (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REAPLICACAO CANCELADA"
               GOBACK
           END-IF
           MOVE "P"                    TO WS-FUNCAO-TRAVA
           MOVE "REAPCADA"             TO WS-PROGRAMA-TRAVA
           MOVE "REAPCADA"             TO WS-OPERADOR-TRAVA
           CALL "TRAVLOTE"             USING WS-FUNCAO-TRAVA
                                             WS-PROGRAMA-TRAVA
                                             WS-OPERADOR-TRAVA
                                             WS-RESULTADO-TRAVA
           IF WS-RESULTADO-TRAVA NOT = "0"
               DISPLAY "EXECUCAO RECUSADA PELO CONTROLE DE "
                       "LOTES"
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-ABRIR-CADASTROS
           IF NOT FALHA-ABERTURA
               PERFORM 0300-REAPLICAR
           END-IF
           PERFORM 0400-FECHAR-CADASTROS
           IF WS-TOT-CAR-REAPLICADOS > 0
               MOVE "R"                TO WS-FUNCAO-CONTADOR
               MOVE 0                  TO WS-CPF-CONTADOR
               CALL "CARTCONT"         USING WS-FUNCAO-CONTADOR
                                             WS-CPF-CONTADOR
           END-IF
           MOVE "L"                    TO WS-FUNCAO-TRAVA
           CALL "TRAVLOTE"             USING WS-FUNCAO-TRAVA
                                             WS-PROGRAMA-TRAVA
                                             WS-OPERADOR-TRAVA
                                             WS-RESULTADO-TRAVA
           IF FALHA-ABERTURA OR EVENTO-INCONSISTENTE
               MOVE 8                  TO RETURN-CODE
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LOCALIZAR-GERACAO          SECTION.
      *----------------------------------------------------------------*
      * PROCURA A GERACAO NO CONTROLE DO BACKCADA (DATA ZERO = A MAIS  *
      * RECENTE) E GUARDA A DATA E A HORA DE INICIO DO BACKUP          *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-GERACAO-ACHADA
           OPEN INPUT ARQ-CTL-GERACOES
           IF NOT FS-GER-OK
               GO TO 0100-FIM
           END-IF
           READ ARQ-CTL-GERACOES NEXT
           PERFORM UNTIL NOT FS-GER-OK
               IF GER-DATA = WS-DATA-BACKUP
                   OR (WS-DATA-BACKUP = 0
                   AND GER-DATA NOT < WS-MOM-BKP-DATA)
                   MOVE "S"            TO WS-GERACAO-ACHADA
                   MOVE GER-DATA       TO WS-MOM-BKP-DATA
                   IF GER-HORA IS NUMERIC
                       MOVE GER-HORA   TO WS-MOM-BKP-HORA
                       MOVE "N"        TO WS-HORA-DESCONHECIDA
                   ELSE
                       MOVE 0          TO WS-MOM-BKP-HORA
                       MOVE "S"        TO WS-HORA-DESCONHECIDA
                   END-IF
               END-IF
               READ ARQ-CTL-GERACOES NEXT
           END-PERFORM
           CLOSE ARQ-CTL-GERACOES
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0200-ABRIR-CADASTROS            SECTION.
      *----------------------------------------------------------------*
      * A CARTEIRA PRECISA DO CADASTRO DE CLIENTES PARA A FILIAL DO    *
      * VINCULO, ENTAO OS CLIENTES SAO ABERTOS TAMBEM NA OPCAO 3       *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-FALHA-ABERTURA
           IF REAPLICA-CLIENTES OR REAPLICA-CARTEIRA
               OPEN I-O ARQ-CLIENTES
               IF FS-CLI-OK
                   MOVE "S"            TO WS-CLIENTES-ABERTOS
               ELSE
                   DISPLAY "ARQUIVO DE CLIENTES INDISPONIVEL - "
                           "STATUS " WS-FS-CLIENTE
                   MOVE "S"            TO WS-FALHA-ABERTURA
               END-IF
           END-IF
           IF REAPLICA-VENDEDORES
               OPEN I-O ARQ-VENDEDORES
               IF FS-VEN-OK
                   MOVE "S"            TO WS-VENDEDORES-ABERTOS
               ELSE
                   DISPLAY "ARQUIVO DE VENDEDORES INDISPONIVEL - "
                           "STATUS " WS-FS-VENDEDOR
                   MOVE "S"            TO WS-FALHA-ABERTURA
               END-IF
           END-IF
           IF REAPLICA-CARTEIRA
               OPEN I-O ARQ-CARTEIRA
               IF FS-CAR-OK
                   MOVE "S"            TO WS-CARTEIRA-ABERTA
               ELSE
                   DISPLAY "ARQUIVO DE CARTEIRA INDISPONIVEL - "
                           "STATUS " WS-FS-CARTEIRA
                   MOVE "S"            TO WS-FALHA-ABERTURA
               END-IF
           END-IF
           .
       0200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0300-REAPLICAR                  SECTION.
      *----------------------------------------------------------------*
      * INTERCALA OS DOIS DIARIOS PELO MOMENTO DO EVENTO E REAPLICA UM *
      * A UM ATE O FIM DE AMBOS OU ATE O PRIMEIRO INCONSISTENTE        *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-REA-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN OUTPUT ARQ-REL-REAPLICACAO
           STRING "REAPLICACAO DOS DIARIOS DESDE O BACKUP DE "
                  WS-MOM-BKP-DATA " " WS-MOM-BKP-HORA
                  " - EMITIDO EM " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           PERFORM 7900-GRAVAR-LINHA
           MOVE "DATA     HORA   TIPO      OPERACAO      CHAVE
      -    "    PROGRAMA OPERADOR RESULTADO     DETALHE"
                                       TO WS-LINHA-CABECALHO
           PERFORM 7900-GRAVAR-LINHA
           IF REAPLICA-CLIENTES OR REAPLICA-VENDEDORES
               PERFORM 2000-ABRIR-DIARIO-AUDITORIA
           ELSE
               MOVE "S"                TO WS-FIM-AUDITORIA
           END-IF
           IF REAPLICA-CARTEIRA
               PERFORM 3000-ABRIR-DIARIO-MOVIMENTO
           ELSE
               MOVE "S"                TO WS-FIM-MOVIMENTO
           END-IF
           MOVE SPACE                  TO WS-RESULTADO-EVENTO
           PERFORM UNTIL (FIM-AUDITORIA AND FIM-MOVIMENTO)
                   OR EVENTO-INCONSISTENTE
               PERFORM 4000-REAPLICAR-EVENTO
           END-PERFORM
           IF AUDITORIA-ABERTA
               CLOSE ARQ-AUDITORIA
           END-IF
           IF MOVIMENTO-ABERTO
               CLOSE ARQ-MOV-CARTEIRA
           END-IF
           IF EVENTO-INCONSISTENTE
               MOVE "REAPLICACAO INTERROMPIDA NO EVENTO INCONSISTENTE
      -        " ACIMA"                TO WS-LINHA-CABECALHO
               PERFORM 7900-GRAVAR-LINHA
           END-IF
           CLOSE ARQ-REL-REAPLICACAO
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 7000-IMPRIMIR-RESUMO
           .
       0300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0400-FECHAR-CADASTROS           SECTION.
      *----------------------------------------------------------------*
      *
           IF CLIENTES-ABERTOS
               CLOSE ARQ-CLIENTES
           END-IF
           IF VENDEDORES-ABERTOS
               CLOSE ARQ-VENDEDORES
           END-IF
           IF CARTEIRA-ABERTA
               CLOSE ARQ-CARTEIRA
           END-IF
           .
       0400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ABRIR-DIARIO-AUDITORIA     SECTION.
      *----------------------------------------------------------------*
      * COMECA NA GERACAO ANUAL DO ANO DO BACKUP (OU NO ARQUIVO        *
      * CORRENTE) E POSICIONA NO PRIMEIRO EVENTO A REAPLICAR           *
      *----------------------------------------------------------------*
           MOVE WS-MOM-BKP-DATA (1:4)  TO WS-ANO-AUDITORIA
           MOVE "N"                    TO WS-FIM-AUDITORIA
           PERFORM 2100-ABRIR-SEGMENTO-AUDITORIA
           PERFORM 2200-LER-AUDITORIA
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-ABRIR-SEGMENTO-AUDITORIA   SECTION.
      *----------------------------------------------------------------*
      * ABRE A PROXIMA GERACAO EXISTENTE A PARTIR DE WS-ANO-AUDITORIA; *
      * ANOS SEM GERACAO SAO PULADOS E O CORRENTE FECHA O FLUXO        *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-AUDITORIA-ABERTA
           PERFORM UNTIL AUDITORIA-ABERTA OR FIM-AUDITORIA
               MOVE SPACES             TO WS-NOME-AUDITORIA
               IF WS-ANO-AUDITORIA < WS-ANO-ATUAL
                   STRING "WID-AUD-CAD-" WS-ANO-AUDITORIA ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-AUDITORIA
               ELSE
                   MOVE "WID-AUD-CAD.DAT"
                                       TO WS-NOME-AUDITORIA
               END-IF
               OPEN INPUT ARQ-AUDITORIA
               EVALUATE TRUE
                   WHEN FS-AUD-OK
                       MOVE "S"        TO WS-AUDITORIA-ABERTA
                   WHEN WS-ANO-AUDITORIA NOT < WS-ANO-ATUAL
                       MOVE "S"        TO WS-FIM-AUDITORIA
                   WHEN OTHER
                       ADD 1           TO WS-ANO-AUDITORIA
               END-EVALUATE
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-LER-AUDITORIA              SECTION.
      *----------------------------------------------------------------*
      * LE ATE O PROXIMO EVENTO DE CLIENTE OU VENDEDOR DENTRO DO       *
      * PERIODO; EVENTOS ANTERIORES AO BACKUP JA ESTAO NA COPIA E O    *
      * PRIMEIRO APOS O LIMITE ENCERRA O DIARIO                        *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-AUDITORIA-LIDA
           PERFORM UNTIL AUDITORIA-LIDA OR FIM-AUDITORIA
               READ ARQ-AUDITORIA NEXT
               IF FS-AUD-OK
                   MOVE AUD-DATA       TO WS-MOM-AUD-DATA
                   MOVE AUD-HORA       TO WS-MOM-AUD-HORA
                   EVALUATE TRUE
                       WHEN WS-MOMENTO-AUD < WS-MOMENTO-BACKUP
                           CONTINUE
                       WHEN WS-MOMENTO-AUD > WS-MOMENTO-LIMITE
                           CLOSE ARQ-AUDITORIA
                           MOVE "N"    TO WS-AUDITORIA-ABERTA
                           MOVE "S"    TO WS-FIM-AUDITORIA
                       WHEN AUD-TIPO-CLIENTE AND REAPLICA-CLIENTES
                           MOVE "S"    TO WS-AUDITORIA-LIDA
                       WHEN AUD-TIPO-VENDEDOR AND REAPLICA-VENDEDORES
                           MOVE "S"    TO WS-AUDITORIA-LIDA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   CLOSE ARQ-AUDITORIA
                   MOVE "N"            TO WS-AUDITORIA-ABERTA
                   IF WS-ANO-AUDITORIA NOT < WS-ANO-ATUAL
                       MOVE "S"        TO WS-FIM-AUDITORIA
                   ELSE
                       ADD 1           TO WS-ANO-AUDITORIA
                       PERFORM 2100-ABRIR-SEGMENTO-AUDITORIA
                   END-IF
               END-IF
           END-PERFORM
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-ABRIR-DIARIO-MOVIMENTO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-MOM-BKP-DATA (1:4)  TO WS-ANO-MOVIMENTO
           MOVE "N"                    TO WS-FIM-MOVIMENTO
           PERFORM 3100-ABRIR-SEGMENTO-MOVIMENTO
           PERFORM 3200-LER-MOVIMENTO
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-ABRIR-SEGMENTO-MOVIMENTO   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-MOVIMENTO-ABERTO
           PERFORM UNTIL MOVIMENTO-ABERTO OR FIM-MOVIMENTO
               MOVE SPACES             TO WS-NOME-MOVIMENTO
               IF WS-ANO-MOVIMENTO < WS-ANO-ATUAL
                   STRING "WID-MOV-CAR-" WS-ANO-MOVIMENTO ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-MOVIMENTO
               ELSE
                   MOVE "WID-MOV-CAR.DAT"
                                       TO WS-NOME-MOVIMENTO
               END-IF
               OPEN INPUT ARQ-MOV-CARTEIRA
               EVALUATE TRUE
                   WHEN FS-MOV-OK
                       MOVE "S"        TO WS-MOVIMENTO-ABERTO
                   WHEN WS-ANO-MOVIMENTO NOT < WS-ANO-ATUAL
                       MOVE "S"        TO WS-FIM-MOVIMENTO
                   WHEN OTHER
                       ADD 1           TO WS-ANO-MOVIMENTO
               END-EVALUATE
           END-PERFORM
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-LER-MOVIMENTO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-MOVIMENTO-LIDO
           PERFORM UNTIL MOVIMENTO-LIDO OR FIM-MOVIMENTO
               READ ARQ-MOV-CARTEIRA NEXT
               IF FS-MOV-OK
                   MOVE MOV-DATA       TO WS-MOM-MOV-DATA
                   MOVE MOV-HORA       TO WS-MOM-MOV-HORA
                   EVALUATE TRUE
                       WHEN WS-MOMENTO-MOV < WS-MOMENTO-BACKUP
                           CONTINUE
                       WHEN WS-MOMENTO-MOV > WS-MOMENTO-LIMITE
                           CLOSE ARQ-MOV-CARTEIRA
                           MOVE "N"    TO WS-MOVIMENTO-ABERTO
                           MOVE "S"    TO WS-FIM-MOVIMENTO
                       WHEN OTHER
                           MOVE "S"    TO WS-MOVIMENTO-LIDO
                   END-EVALUATE
               ELSE
                   CLOSE ARQ-MOV-CARTEIRA
                   MOVE "N"            TO WS-MOVIMENTO-ABERTO
                   IF WS-ANO-MOVIMENTO NOT < WS-ANO-ATUAL
                       MOVE "S"        TO WS-FIM-MOVIMENTO
                   ELSE
                       ADD 1           TO WS-ANO-MOVIMENTO
                       PERFORM 3100-ABRIR-SEGMENTO-MOVIMENTO
                   END-IF
               END-IF
           END-PERFORM
           .
       3200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-REAPLICAR-EVENTO           SECTION.
      *----------------------------------------------------------------*
      * REAPLICA O EVENTO MAIS ANTIGO DOS DOIS DIARIOS E AVANCA O      *
      * DIARIO DE ONDE ELE VEIO                                        *
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TOT-EVENTOS
           MOVE SPACES                 TO WS-MOTIVO
           IF NOT FIM-AUDITORIA
               AND (FIM-MOVIMENTO
               OR WS-MOMENTO-AUD NOT > WS-MOMENTO-MOV)
               IF AUD-TIPO-CLIENTE
                   PERFORM 5000-REAPLICAR-CLIENTE
               ELSE
                   PERFORM 5500-REAPLICAR-VENDEDOR
               END-IF
               PERFORM 7500-GRAVAR-EVENTO-CADASTRO
               IF NOT EVENTO-INCONSISTENTE
                   PERFORM 2200-LER-AUDITORIA
               END-IF
           ELSE
               PERFORM 6000-REAPLICAR-CARTEIRA
               PERFORM 7600-GRAVAR-EVENTO-CARTEIRA
               IF NOT EVENTO-INCONSISTENTE
                   PERFORM 3200-LER-MOVIMENTO
               END-IF
           END-IF
           IF EVENTO-JA-APLICADO
               ADD 1                   TO WS-TOT-JA-APLICADOS
           END-IF
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-REAPLICAR-CLIENTE          SECTION.
      *----------------------------------------------------------------*
      * A TRANSFERENCIA DE FILIAL GRAVA SO "FILIAL NN" NAS IMAGENS; A  *
      * TROCA DE CNPJ TEM NA IMAGEM ANTES UM CNPJ DIFERENTE DA CHAVE   *
      *----------------------------------------------------------------*
           MOVE LENGTH OF REGISTRO     TO WS-TAM-IMAGEM
           EVALUATE TRUE
               WHEN AUD-IMAGEM-ANTES (1:7) = "FILIAL "
                   AND AUD-IMAGEM-DEPOIS (1:7) = "FILIAL "
                   PERFORM 5100-REAPLICAR-FILIAL
               WHEN AUD-OP-INCLUSAO OR AUD-IMAGEM-ANTES = SPACES
                   PERFORM 5200-INCLUIR-CLIENTE
               WHEN OTHER
                   MOVE AUD-IMAGEM-ANTES
                                       TO REGISTRO
                   MOVE CNPJ           TO WS-CNPJ-ANTES
                   IF WS-CNPJ-ANTES NOT = AUD-CHAVE
                       PERFORM 5400-TROCAR-CNPJ-CLIENTE
                   ELSE
                       PERFORM 5300-ALTERAR-CLIENTE
                   END-IF
           END-EVALUATE
           IF EVENTO-REAPLICADO
               ADD 1                   TO WS-TOT-CLI-REAPLICADOS
           END-IF
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5100-REAPLICAR-FILIAL           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE AUD-IMAGEM-ANTES       TO WS-IMAGEM-FILIAL
           MOVE WS-IMG-FILIAL          TO WS-FILIAL-ANTES
           MOVE AUD-IMAGEM-DEPOIS      TO WS-IMAGEM-FILIAL
           MOVE WS-IMG-FILIAL          TO WS-FILIAL-DEPOIS
           MOVE AUD-CHAVE              TO CNPJ
           READ ARQ-CLIENTES           KEY IS CNPJ
           EVALUATE TRUE
               WHEN NOT FS-CLI-OK
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "CLIENTE NAO ENCONTRADO"
                                       TO WS-MOTIVO
               WHEN FILIAL = WS-FILIAL-DEPOIS
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               WHEN FILIAL = WS-FILIAL-ANTES
                   MOVE WS-FILIAL-DEPOIS
                                       TO FILIAL
                   REWRITE REGISTRO
                   IF FS-CLI-OK
                       MOVE "R"        TO WS-RESULTADO-EVENTO
                   ELSE
                       MOVE "I"        TO WS-RESULTADO-EVENTO
                       MOVE "FALHA NA REGRAVACAO DO CLIENTE"
                                       TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "FILIAL DIFERE DA IMAGEM ANTES"
                                       TO WS-MOTIVO
           END-EVALUATE
           .
       5100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5200-INCLUIR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE AUD-CHAVE              TO CNPJ
           READ ARQ-CLIENTES           KEY IS CNPJ
           IF FS-CLI-OK
               MOVE REGISTRO           TO WS-IMAGEM-ATUAL
               PERFORM 5800-COMPARAR-IMAGEM
               IF IMAGEM-IGUAL-DEPOIS
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               ELSE
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "CLIENTE JA EXISTE COM OUTRO CONTEUDO"
                                       TO WS-MOTIVO
               END-IF
               GO TO 5200-FIM
           END-IF
           MOVE AUD-IMAGEM-DEPOIS      TO REGISTRO
           WRITE REGISTRO
           IF FS-CLI-OK
               MOVE "R"                TO WS-RESULTADO-EVENTO
           ELSE
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE "FALHA NA GRAVACAO DO CLIENTE"
                                       TO WS-MOTIVO
           END-IF
           .
       5200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5300-ALTERAR-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      * ALTERACAO OU EXCLUSAO LOGICA (IMAGEM DEPOIS COMPLETA); IMAGEM  *
      * DEPOIS EM BRANCO E EXCLUSAO FISICA                             *
      *----------------------------------------------------------------*
           MOVE AUD-CHAVE              TO CNPJ
           READ ARQ-CLIENTES           KEY IS CNPJ
           IF NOT FS-CLI-OK
               IF AUD-IMAGEM-DEPOIS = SPACES
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               ELSE
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "CLIENTE NAO ENCONTRADO"
                                       TO WS-MOTIVO
               END-IF
               GO TO 5300-FIM
           END-IF
           MOVE REGISTRO               TO WS-IMAGEM-ATUAL
           PERFORM 5800-COMPARAR-IMAGEM
           EVALUATE TRUE
               WHEN IMAGEM-IGUAL-DEPOIS
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               WHEN IMAGEM-DIFERENTE
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "CLIENTE DIFERE DA IMAGEM ANTES"
                                       TO WS-MOTIVO
               WHEN AUD-IMAGEM-DEPOIS = SPACES
                   DELETE ARQ-CLIENTES
                   PERFORM 5900-CONFERIR-GRAVACAO-CLIENTE
               WHEN OTHER
                   MOVE AUD-IMAGEM-DEPOIS
                                       TO REGISTRO
                   REWRITE REGISTRO
                   PERFORM 5900-CONFERIR-GRAVACAO-CLIENTE
           END-EVALUATE
           .
       5300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5400-TROCAR-CNPJ-CLIENTE        SECTION.
      *----------------------------------------------------------------*
      * O CADACLIE TROCA O CNPJ EXCLUINDO O REGISTRO ANTIGO E GRAVANDO *
      * O NOVO; A TROCA FICA GUARDADA PARA O MOVIMENTO DA CARTEIRA     *
      *----------------------------------------------------------------*
           MOVE WS-CNPJ-ANTES          TO CNPJ
           READ ARQ-CLIENTES           KEY IS CNPJ
           IF NOT FS-CLI-OK
               MOVE AUD-CHAVE          TO CNPJ
               READ ARQ-CLIENTES       KEY IS CNPJ
               IF FS-CLI-OK
                   MOVE REGISTRO       TO WS-IMAGEM-ATUAL
                   PERFORM 5800-COMPARAR-IMAGEM
               ELSE
                   MOVE "X"            TO WS-SITUACAO-IMAGEM
               END-IF
               IF IMAGEM-IGUAL-DEPOIS
                   MOVE "J"            TO WS-RESULTADO-EVENTO
                   MOVE WS-CNPJ-ANTES  TO WS-REN-CNPJ-ANTIGO
                   MOVE AUD-CHAVE      TO WS-REN-CNPJ-NOVO
               ELSE
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "CNPJ ANTIGO NAO ENCONTRADO"
                                       TO WS-MOTIVO
               END-IF
               GO TO 5400-FIM
           END-IF
           MOVE REGISTRO               TO WS-IMAGEM-ATUAL
           PERFORM 5800-COMPARAR-IMAGEM
           IF NOT IMAGEM-IGUAL-ANTES
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE "CLIENTE DIFERE DA IMAGEM ANTES"
                                       TO WS-MOTIVO
               GO TO 5400-FIM
           END-IF
           DELETE ARQ-CLIENTES
           IF FS-CLI-OK
               MOVE AUD-IMAGEM-DEPOIS  TO REGISTRO
               WRITE REGISTRO
           END-IF
           PERFORM 5900-CONFERIR-GRAVACAO-CLIENTE
           IF EVENTO-REAPLICADO
               MOVE WS-CNPJ-ANTES      TO WS-REN-CNPJ-ANTIGO
               MOVE AUD-CHAVE          TO WS-REN-CNPJ-NOVO
           END-IF
           .
       5400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5500-REAPLICAR-VENDEDOR         SECTION.
      *----------------------------------------------------------------*
      * O CADAVEND GRAVA A IMAGEM PELA VISAO REGICADA; A CONFERENCIA   *
      * USA O TAMANHO DO REGISTRO DE VENDEDORES                        *
      *----------------------------------------------------------------*
           MOVE LENGTH OF REG-VENDEDOR TO WS-TAM-IMAGEM
           MOVE AUD-CHAVE              TO VEN-CPF
           READ ARQ-VENDEDORES         KEY IS VEN-CPF
           IF FS-VEN-OK
               MOVE REG-VENDEDOR       TO WS-IMAGEM-ATUAL
               PERFORM 5800-COMPARAR-IMAGEM
           END-IF
           EVALUATE TRUE
               WHEN NOT FS-VEN-OK AND AUD-IMAGEM-DEPOIS = SPACES
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               WHEN NOT FS-VEN-OK AND (AUD-OP-INCLUSAO
                                   OR AUD-IMAGEM-ANTES = SPACES)
                   MOVE AUD-IMAGEM-DEPOIS
                                       TO REG-VENDEDOR
                   WRITE REG-VENDEDOR
                   PERFORM 5950-CONFERIR-GRAVACAO-VENDEDOR
               WHEN NOT FS-VEN-OK
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "VENDEDOR NAO ENCONTRADO"
                                       TO WS-MOTIVO
               WHEN IMAGEM-IGUAL-DEPOIS
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               WHEN IMAGEM-DIFERENTE OR AUD-OP-INCLUSAO
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "VENDEDOR DIFERE DA IMAGEM ANTES"
                                       TO WS-MOTIVO
               WHEN AUD-IMAGEM-DEPOIS = SPACES
                   DELETE ARQ-VENDEDORES
                   PERFORM 5950-CONFERIR-GRAVACAO-VENDEDOR
               WHEN OTHER
                   MOVE AUD-IMAGEM-DEPOIS
                                       TO REG-VENDEDOR
                   REWRITE REG-VENDEDOR
                   PERFORM 5950-CONFERIR-GRAVACAO-VENDEDOR
           END-EVALUATE
           IF EVENTO-REAPLICADO
               ADD 1                   TO WS-TOT-VEN-REAPLICADOS
           END-IF
           .
       5500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5800-COMPARAR-IMAGEM            SECTION.
      *----------------------------------------------------------------*
      * CONFERE O REGISTRO ATUAL COM AS IMAGENS DEPOIS E ANTES DO      *
      * EVENTO, NO TAMANHO DO REGISTRO DO ARQUIVO                      *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-IMAGEM-ATUAL (1:WS-TAM-IMAGEM) =
                    AUD-IMAGEM-DEPOIS (1:WS-TAM-IMAGEM)
                   MOVE "D"            TO WS-SITUACAO-IMAGEM
               WHEN WS-IMAGEM-ATUAL (1:WS-TAM-IMAGEM) =
                    AUD-IMAGEM-ANTES (1:WS-TAM-IMAGEM)
                   MOVE "A"            TO WS-SITUACAO-IMAGEM
               WHEN OTHER
                   MOVE "X"            TO WS-SITUACAO-IMAGEM
           END-EVALUATE
           .
       5800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5900-CONFERIR-GRAVACAO-CLIENTE  SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-CLI-OK
               MOVE "R"                TO WS-RESULTADO-EVENTO
           ELSE
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE SPACES             TO WS-MOTIVO
               STRING "FALHA NA GRAVACAO - STATUS " WS-FS-CLIENTE
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO
           END-IF
           .
       5900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5950-CONFERIR-GRAVACAO-VENDEDOR SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-VEN-OK
               MOVE "R"                TO WS-RESULTADO-EVENTO
           ELSE
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE SPACES             TO WS-MOTIVO
               STRING "FALHA NA GRAVACAO - STATUS " WS-FS-VENDEDOR
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO
           END-IF
           .
       5950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-REAPLICAR-CARTEIRA         SECTION.
      *----------------------------------------------------------------*
      * ANTERIOR ZERO = VINCULO NOVO, NOVO ZERO = DESVINCULO, OS DOIS  *
      * IGUAIS = TROCA DE FILIAL OU DE CNPJ, SENAO TRANSFERENCIA       *
      *----------------------------------------------------------------*
           MOVE MOV-CNPJ               TO CAR-CNPJ
           READ ARQ-CARTEIRA           KEY IS CAR-CNPJ
           EVALUATE TRUE
               WHEN MOV-CPF-ANTERIOR = 0 AND NOT FS-CAR-OK
                   PERFORM 6900-LER-FILIAL-CLIENTE
                   MOVE MOV-CNPJ       TO CAR-CNPJ
                   MOVE MOV-CPF-NOVO   TO CAR-CPF
                   MOVE MOV-DATA       TO CAR-DATA-ATRIBUICAO
                   MOVE WS-FILIAL-CLIENTE
                                       TO CAR-FILIAL
                   WRITE REG-CARTEIRA
                   PERFORM 6950-CONFERIR-GRAVACAO-CARTEIRA
               WHEN MOV-CPF-NOVO = 0 AND NOT FS-CAR-OK
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               WHEN MOV-CPF-ANTERIOR = MOV-CPF-NOVO AND NOT FS-CAR-OK
                   PERFORM 6100-TROCAR-CNPJ-CARTEIRA
               WHEN NOT FS-CAR-OK
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE "VINCULO NAO ENCONTRADO"
                                       TO WS-MOTIVO
               WHEN MOV-CPF-ANTERIOR = MOV-CPF-NOVO
                   AND CAR-CPF = MOV-CPF-NOVO
                   PERFORM 6900-LER-FILIAL-CLIENTE
                   IF WS-FILIAL-CLIENTE = CAR-FILIAL
                       MOVE "J"        TO WS-RESULTADO-EVENTO
                   ELSE
                       MOVE WS-FILIAL-CLIENTE
                                       TO CAR-FILIAL
                       MOVE MOV-DATA   TO CAR-DATA-ATRIBUICAO
                       REWRITE REG-CARTEIRA
                       PERFORM 6950-CONFERIR-GRAVACAO-CARTEIRA
                   END-IF
               WHEN MOV-CPF-NOVO > 0 AND CAR-CPF = MOV-CPF-NOVO
                   MOVE "J"            TO WS-RESULTADO-EVENTO
               WHEN MOV-CPF-ANTERIOR = 0 OR CAR-CPF NOT =
                                             MOV-CPF-ANTERIOR
                   MOVE "I"            TO WS-RESULTADO-EVENTO
                   MOVE SPACES         TO WS-MOTIVO
                   STRING "VINCULADO AO CPF " CAR-CPF
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO
               WHEN MOV-CPF-NOVO = 0
                   DELETE ARQ-CARTEIRA
                   PERFORM 6950-CONFERIR-GRAVACAO-CARTEIRA
               WHEN OTHER
                   MOVE MOV-CPF-NOVO   TO CAR-CPF
                   MOVE MOV-DATA       TO CAR-DATA-ATRIBUICAO
                   REWRITE REG-CARTEIRA
                   PERFORM 6950-CONFERIR-GRAVACAO-CARTEIRA
           END-EVALUATE
           IF EVENTO-REAPLICADO
               ADD 1                   TO WS-TOT-CAR-REAPLICADOS
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6100-TROCAR-CNPJ-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      * VINCULO AUSENTE NO CNPJ NOVO: SE ACABOU DE SER REAPLICADA A    *
      * TROCA DE CNPJ DO CLIENTE, LEVA O VINCULO DO CNPJ ANTIGO        *
      *----------------------------------------------------------------*
           IF MOV-CNPJ NOT = WS-REN-CNPJ-NOVO
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE "VINCULO NAO ENCONTRADO"
                                       TO WS-MOTIVO
               GO TO 6100-FIM
           END-IF
           MOVE WS-REN-CNPJ-ANTIGO     TO CAR-CNPJ
           READ ARQ-CARTEIRA           KEY IS CAR-CNPJ
           IF NOT FS-CAR-OK OR CAR-CPF NOT = MOV-CPF-ANTERIOR
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE "VINCULO DO CNPJ ANTIGO NAO CONFERE"
                                       TO WS-MOTIVO
               GO TO 6100-FIM
           END-IF
           MOVE CAR-CPF                TO WS-CPF-VINCULO
           MOVE CAR-DATA-ATRIBUICAO    TO WS-DATA-VINCULO
           DELETE ARQ-CARTEIRA
           IF FS-CAR-OK
               PERFORM 6900-LER-FILIAL-CLIENTE
               MOVE MOV-CNPJ           TO CAR-CNPJ
               MOVE WS-CPF-VINCULO     TO CAR-CPF
               MOVE WS-DATA-VINCULO    TO CAR-DATA-ATRIBUICAO
               MOVE WS-FILIAL-CLIENTE  TO CAR-FILIAL
               WRITE REG-CARTEIRA
           END-IF
           PERFORM 6950-CONFERIR-GRAVACAO-CARTEIRA
           .
       6100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6900-LER-FILIAL-CLIENTE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 0                      TO WS-FILIAL-CLIENTE
           MOVE MOV-CNPJ               TO CNPJ
           READ ARQ-CLIENTES           KEY IS CNPJ
           IF FS-CLI-OK
               MOVE FILIAL             TO WS-FILIAL-CLIENTE
           END-IF
           .
       6900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6950-CONFERIR-GRAVACAO-CARTEIRA SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-CAR-OK
               MOVE "R"                TO WS-RESULTADO-EVENTO
           ELSE
               MOVE "I"                TO WS-RESULTADO-EVENTO
               MOVE SPACES             TO WS-MOTIVO
               STRING "FALHA NA GRAVACAO - STATUS " WS-FS-CARTEIRA
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO
           END-IF
           .
       6950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA REAPLICACAO DOS DIARIOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EVENTOS PROCESSADOS.........: " WS-TOT-EVENTOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTES REAPLICADOS........: "
                  WS-TOT-CLI-REAPLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VENDEDORES REAPLICADOS......: "
                  WS-TOT-VEN-REAPLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "VINCULOS REAPLICADOS........: "
                  WS-TOT-CAR-REAPLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "JA APLICADOS (IGNORADOS)....: " WS-TOT-JA-APLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF EVENTO-INCONSISTENTE
               DISPLAY "EVENTO INCONSISTENTE - " WS-MOTIVO
               DISPLAY "REAPLICACAO INTERROMPIDA - CORRIJA E EXECUTE "
                       "NOVAMENTE"
           ELSE
               DISPLAY "REAPLICACAO CONCLUIDA"
           END-IF
           DISPLAY "GERADO EM " WS-NOME-GERACAO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7500-GRAVAR-EVENTO-CADASTRO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-EVENTO
           MOVE AUD-DATA               TO SAI-EVT-DATA
           MOVE AUD-HORA               TO SAI-EVT-HORA
           IF AUD-TIPO-CLIENTE
               MOVE "CLIENTE"          TO SAI-EVT-TIPO
           ELSE
               MOVE "VENDEDOR"         TO SAI-EVT-TIPO
           END-IF
           MOVE AUD-OPERACAO           TO SAI-EVT-OPERACAO
           MOVE AUD-CHAVE              TO SAI-EVT-CHAVE
           MOVE AUD-PROGRAMA           TO SAI-EVT-PROGRAMA
           MOVE AUD-OPERADOR           TO SAI-EVT-OPERADOR
           PERFORM 7700-MONTAR-RESULTADO
           .
       7500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7600-GRAVAR-EVENTO-CARTEIRA     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-LINHA-EVENTO
           MOVE MOV-DATA               TO SAI-EVT-DATA
           MOVE MOV-HORA               TO SAI-EVT-HORA
           MOVE "CARTEIRA"             TO SAI-EVT-TIPO
           EVALUATE TRUE
               WHEN MOV-CPF-ANTERIOR = 0
                   MOVE "VINCULO"      TO SAI-EVT-OPERACAO
               WHEN MOV-CPF-NOVO = 0
                   MOVE "DESVINCULO"   TO SAI-EVT-OPERACAO
               WHEN MOV-CPF-ANTERIOR = MOV-CPF-NOVO
                   MOVE "ATUALIZACAO"  TO SAI-EVT-OPERACAO
               WHEN OTHER
                   MOVE "TRANSFERENCIA"
                                       TO SAI-EVT-OPERACAO
           END-EVALUATE
           MOVE MOV-CNPJ               TO SAI-EVT-CHAVE
           MOVE MOV-PROGRAMA           TO SAI-EVT-PROGRAMA
           MOVE MOV-OPERADOR           TO SAI-EVT-OPERADOR
           IF NOT EVENTO-INCONSISTENTE
               STRING "DE " MOV-CPF-ANTERIOR " PARA " MOV-CPF-NOVO
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO
           END-IF
           PERFORM 7700-MONTAR-RESULTADO
           .
       7600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7700-MONTAR-RESULTADO           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN EVENTO-REAPLICADO
                   MOVE "REAPLICADO"   TO SAI-EVT-RESULTADO
               WHEN EVENTO-JA-APLICADO
                   MOVE "JA APLICADO"  TO SAI-EVT-RESULTADO
               WHEN OTHER
                   MOVE "INCONSISTENTE"
                                       TO SAI-EVT-RESULTADO
           END-EVALUATE
           MOVE WS-MOTIVO              TO SAI-EVT-MOTIVO
           MOVE WS-LINHA-EVENTO        TO WS-LINHA-CABECALHO
           PERFORM 7900-GRAVAR-LINHA
           .
       7700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CABECALHO     TO REG-REL-REAPLICACAO
           WRITE REG-REL-REAPLICACAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           .
       7900-FIM. EXIT.
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
               MOVE "REAPCADA"         TO SPL-PROGRAMA
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
       END PROGRAM REAPCADA.
      *----------------------------------------------------------------*
