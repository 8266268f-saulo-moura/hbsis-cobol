      ******************************************************************
      * PROGRAMA.: DISTRELA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: DISTRIBUICAO AUTOMATICA DE RELATORIOS - PARA CADA   *
      *            GERACAO NOVA NO SPOOL DE UM PROGRAMA ASSINADO,      *
      *            MONTA UM ARQUIVO DE CORREIO POR DESTINATARIO PARA O *
      *            GATEWAY RECOLHER E GRAVA O LOG DE ENTREGAS          *
      ******************************************************************
      * GERACAO NOVA = REGISTRADA NO SPOOL A PARTIR DA DATA DA         *
      * ASSINATURA E AINDA SEM ENTREGA NO LOG PARA O DESTINATARIO.     *
      * NA ASSINATURA SO DA EQUIPE, A LINHA QUE CITA CPF OU NOME DE    *
      * VENDEDOR DE FORA DA EQUIPE (OU FILIAL) E OMITIDA; A LINHA SEM  *
      * VENDEDOR SEGUE A ULTIMA LINHA QUE CITOU UM, E A LINHA EM       *
      * BRANCO VOLTA A MOSTRAR                                         *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. DISTRELA.
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
           SELECT ARQ-ASSINATURAS      ASSIGN TO  "WID-ARQ-ASS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ASS-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ASSINATURA.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
           SELECT ARQ-DISTRIBUICAO     ASSIGN TO  "WID-ARQ-DST.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DST-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-DISTRIBUICAO.
      *
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-RELATORIO        ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-RELATORIO.
      *
           SELECT ARQ-CORREIO          ASSIGN TO WS-NOME-CORREIO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CORREIO.
      *
           SELECT ARQ-CTL-MODO         ASSIGN TO  "WID-CTL-MOD.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MODO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-ASSINATURAS.
       COPY ASSICADA.
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
       FD ARQ-DISTRIBUICAO.
       COPY DSTRCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-RELATORIO.
       01 REG-RELATORIO                PIC X(132).
      *
       FD ARQ-CORREIO.
       01 REG-CORREIO                  PIC X(132).
      *
       FD ARQ-CTL-MODO.
       01 REG-CTL-MODO.
           05 CTL-MODO-EXECUCAO        PIC X(01).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-ASSINATURA             PIC X(02).
           88 FS-ASS-OK                VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
       77 WS-FS-DISTRIBUICAO           PIC X(02).
           88 FS-DST-OK                VALUE "00" THRU "09".
           88 FS-DST-NAO-EXISTE        VALUE "35".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-RELATORIO              PIC X(02).
           88 FS-REL-OK                VALUE "00" THRU "09".
       77 WS-FS-CORREIO                PIC X(02).
           88 FS-COR-OK                VALUE "00" THRU "09".
       77 WS-FS-MODO                   PIC X(02).
           88 FS-MOD-OK                VALUE "00" THRU "09".
       01 WS-MODO-BATCH                PIC X(01)       VALUE "N".
           88 MODO-BATCH               VALUE "S".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-NOME-RELATORIO            PIC X(34)       VALUE SPACES.
       01 WS-NOME-CORREIO              PIC X(40)       VALUE SPACES.
       01 WS-FUNCAO-TRAVA              PIC X(01)       VALUE SPACE.
       01 WS-PROGRAMA-TRAVA            PIC X(08)       VALUE "DISTRELA".
       01 WS-OPERADOR-TRAVA            PIC X(08)       VALUE "DISTRELA".
       01 WS-RESULTADO-TRAVA           PIC X(01)       VALUE "0".
      *
      * --> ASSINATURAS ATIVAS, NA ORDEM DA CHAVE (DESTINATARIO E
      *     PROGRAMA), DE MODO QUE CADA DESTINATARIO FICA CONTIGUO
      *
       01 WS-QTD-ASSINATURAS           PIC 9(04)       VALUE 0.
       01 WS-ASS-IND                   PIC 9(04)       VALUE 0.
       01 WS-ASS-IND-INICIO            PIC 9(04)       VALUE 0.
       01 WS-ASS-IND-FIM               PIC 9(04)       VALUE 0.
       01 WS-ASS-TABELA.
           05 WS-ASS-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-ASS-TAB-TIPO      PIC X(01).
               10 WS-ASS-TAB-CODIGO    PIC 9(11).
               10 WS-ASS-TAB-PROGRAMA  PIC X(08).
               10 WS-ASS-TAB-EMAIL     PIC X(40).
               10 WS-ASS-TAB-SO-EQUIPE PIC X(01).
               10 WS-ASS-TAB-DT-INCLUSAO
                                       PIC 9(08).
      *
      * --> GERACOES DO SPOOL DOS PROGRAMAS ASSINADOS
      *
       01 WS-QTD-GERACOES              PIC 9(04)       VALUE 0.
       01 WS-GER-IND                   PIC 9(04)       VALUE 0.
       01 WS-GER-TABELA.
           05 WS-GER-OCORRENCIA        OCCURS 999 TIMES.
               10 WS-GER-TAB-DATA      PIC 9(08).
               10 WS-GER-TAB-HORA      PIC 9(06).
               10 WS-GER-TAB-PROGRAMA  PIC X(08).
               10 WS-GER-TAB-ARQUIVO   PIC X(34).
      *
      * --> VENDEDORES PARA O FILTRO DE EQUIPE: CPF E NOME COMO
      *     APARECEM NOS RELATORIOS, SUPERVISOR E FILIAL
      *
       01 WS-QTD-VENDEDORES            PIC 9(04)       VALUE 0.
       01 WS-VDR-IND                   PIC 9(04)       VALUE 0.
       01 WS-VDR-TABELA.
           05 WS-VDR-OCORRENCIA        OCCURS 9999 TIMES.
               10 WS-VDR-TAB-CPF       PIC 9(11).
               10 WS-VDR-TAB-CPF-TEXTO PIC X(11).
               10 WS-VDR-TAB-NOME      PIC X(30).
               10 WS-VDR-TAB-TAM-NOME  PIC 9(02).
               10 WS-VDR-TAB-SUPERVISOR
                                       PIC 9(07).
               10 WS-VDR-TAB-FILIAL    PIC 9(02).
               10 WS-VDR-TAB-NA-EQUIPE PIC X(01).
                   88 VDR-NA-EQUIPE    VALUE "S".
       01 WS-POSICAO                   PIC 9(02)       VALUE 0.
       01 WS-OCORRENCIAS               PIC 9(04)       VALUE 0.
       01 WS-CITA-EQUIPE               PIC 9(04)       VALUE 0.
       01 WS-CITA-FORA                 PIC 9(04)       VALUE 0.
       01 WS-LINHA-VISIVEL             PIC X(01)       VALUE "S".
           88 LINHA-VISIVEL            VALUE "S".
      *
      * --> DESTINATARIO EM TRATAMENTO
      *
       01 WS-DES-TIPO                  PIC X(01)       VALUE SPACE.
       01 WS-DES-CODIGO                PIC 9(11)       VALUE 0.
       01 WS-DES-NOME                  PIC X(40)       VALUE SPACES.
       01 WS-DES-EMAIL                 PIC X(40)       VALUE SPACES.
       01 WS-DES-FILIAL                PIC 9(02)       VALUE 0.
       01 WS-CORREIO-ABERTO            PIC X(01)       VALUE "N".
           88 CORREIO-ABERTO           VALUE "S".
       01 WS-LINHAS-COPIADAS           PIC 9(07)       VALUE 0.
       01 WS-TABELA-CHEIA              PIC X(01)       VALUE "N".
           88 TABELA-CHEIA             VALUE "S".
      *
       01 WS-TOT-DESTINATARIOS         PIC 9(05)       VALUE 0.
       01 WS-TOT-ENTREGAS              PIC 9(05)       VALUE 0.
       01 WS-TOT-SEM-EMAIL             PIC 9(05)       VALUE 0.
       01 WS-TOT-EXPURGADAS            PIC 9(05)       VALUE 0.
       01 WS-LINHA-CORREIO             PIC X(132)      VALUE SPACES.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-DISTRIBUIR-RELATORIOS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-DISTRIBUIR-RELATORIOS      SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           DISPLAY "DISTRIBUICAO DE RELATORIOS ASSINADOS"
           PERFORM 0050-LER-MODO-EXECUCAO
      *
      * --> DENTRO DA CADEIA NOTURNA A EXCLUSAO MUTUA JA E GARANTIDA
      *     PELA TRAVA DA PROPRIA CADEIA; TOMAR A TRAVA AQUI FARIA O
      *     CONTROLE DE LOTES RECUSAR O PASSO COM A CADEIA NO AR
      *
           IF NOT MODO-BATCH
               MOVE "T"                TO WS-FUNCAO-TRAVA
               CALL "TRAVLOTE"         USING WS-FUNCAO-TRAVA
                                             WS-PROGRAMA-TRAVA
                                             WS-OPERADOR-TRAVA
                                             WS-RESULTADO-TRAVA
               IF WS-RESULTADO-TRAVA NOT = "0"
                   DISPLAY "EXECUCAO RECUSADA PELO CONTROLE DE "
                           "LOTES"
                   MOVE 8              TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM 1000-CARREGAR-ASSINATURAS
           IF WS-QTD-ASSINATURAS = 0
               DISPLAY "NAO HA ASSINATURAS ATIVAS"
           ELSE
               PERFORM 1100-CARREGAR-SPOOL
               PERFORM 1200-CARREGAR-VENDEDORES
               OPEN I-O ARQ-DISTRIBUICAO
               IF FS-DST-NAO-EXISTE
                   OPEN OUTPUT ARQ-DISTRIBUICAO
                   CLOSE ARQ-DISTRIBUICAO
                   OPEN I-O ARQ-DISTRIBUICAO
               END-IF
               IF NOT FS-DST-OK
                   DISPLAY "ERRO NA ABERTURA DO LOG DE ENTREGAS"
                   MOVE 8              TO RETURN-CODE
               ELSE
                   OPEN INPUT ARQ-SUPERVISORES
                   OPEN INPUT ARQ-VENDEDORES
                   PERFORM 2000-PERCORRER-DESTINATARIOS
                   CLOSE ARQ-SUPERVISORES
                   CLOSE ARQ-VENDEDORES
                   CLOSE ARQ-DISTRIBUICAO
                   PERFORM 7000-IMPRIMIR-RESUMO
               END-IF
           END-IF
           IF NOT MODO-BATCH
               MOVE "L"                TO WS-FUNCAO-TRAVA
               CALL "TRAVLOTE"         USING WS-FUNCAO-TRAVA
                                             WS-PROGRAMA-TRAVA
                                             WS-OPERADOR-TRAVA
                                             WS-RESULTADO-TRAVA
           END-IF
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0050-LER-MODO-EXECUCAO          SECTION.
      *----------------------------------------------------------------*
      * QUANDO O ARQUIVO DE MODO INDICA "B", O PROGRAMA RODA COMO      *
      * ULTIMO PASSO DA CADEIA NOTURNA, SOB A TRAVA DA PROPRIA CADEIA  *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-MODO-BATCH
           OPEN INPUT ARQ-CTL-MODO
           IF FS-MOD-OK
               READ ARQ-CTL-MODO       NEXT
               IF FS-MOD-OK AND CTL-MODO-EXECUCAO = "B"
                   MOVE "S"            TO WS-MODO-BATCH
               END-IF
               CLOSE ARQ-CTL-MODO
           END-IF
           .
       0050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-CARREGAR-ASSINATURAS       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-ASSINATURAS
           IF NOT FS-ASS-OK
               GO TO 1000-FIM
           END-IF
           READ ARQ-ASSINATURAS NEXT
           PERFORM UNTIL NOT FS-ASS-OK
               IF ASSINATURA-ATIVA
                   IF WS-QTD-ASSINATURAS = 999
                       MOVE "S"        TO WS-TABELA-CHEIA
                   ELSE
                       ADD 1           TO WS-QTD-ASSINATURAS
                       MOVE WS-QTD-ASSINATURAS
                                       TO WS-ASS-IND
                       MOVE ASS-TIPO   TO WS-ASS-TAB-TIPO (WS-ASS-IND)
                       MOVE ASS-CODIGO
                                   TO WS-ASS-TAB-CODIGO (WS-ASS-IND)
                       MOVE ASS-PROGRAMA
                                   TO WS-ASS-TAB-PROGRAMA (WS-ASS-IND)
                       MOVE ASS-EMAIL
                                   TO WS-ASS-TAB-EMAIL (WS-ASS-IND)
                       MOVE ASS-SO-EQUIPE
                                   TO WS-ASS-TAB-SO-EQUIPE (WS-ASS-IND)
                       MOVE ASS-DT-INCLUSAO
                               TO WS-ASS-TAB-DT-INCLUSAO (WS-ASS-IND)
                   END-IF
               END-IF
               READ ARQ-ASSINATURAS NEXT
           END-PERFORM
           CLOSE ARQ-ASSINATURAS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-CARREGAR-SPOOL             SECTION.
      *----------------------------------------------------------------*
      * SO AS GERACOES DE PROGRAMAS QUE TEM ALGUMA ASSINATURA          *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-CTL-SPOOL
           IF NOT FS-SPL-OK
               GO TO 1100-FIM
           END-IF
           READ ARQ-CTL-SPOOL
           PERFORM UNTIL NOT FS-SPL-OK
               PERFORM VARYING WS-ASS-IND FROM 1 BY 1
                       UNTIL WS-ASS-IND > WS-QTD-ASSINATURAS
                       OR WS-ASS-TAB-PROGRAMA (WS-ASS-IND) =
                          SPL-PROGRAMA
                   CONTINUE
               END-PERFORM
               IF WS-ASS-IND NOT > WS-QTD-ASSINATURAS
                   IF WS-QTD-GERACOES = 999
                       MOVE "S"        TO WS-TABELA-CHEIA
                   ELSE
                       ADD 1           TO WS-QTD-GERACOES
                       MOVE WS-QTD-GERACOES
                                       TO WS-GER-IND
                       MOVE SPL-DATA   TO WS-GER-TAB-DATA (WS-GER-IND)
                       MOVE SPL-HORA   TO WS-GER-TAB-HORA (WS-GER-IND)
                       MOVE SPL-PROGRAMA
                                   TO WS-GER-TAB-PROGRAMA (WS-GER-IND)
                       MOVE SPL-NOME-ARQUIVO
                                   TO WS-GER-TAB-ARQUIVO (WS-GER-IND)
                   END-IF
               END-IF
               READ ARQ-CTL-SPOOL
           END-PERFORM
           CLOSE ARQ-CTL-SPOOL
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-CARREGAR-VENDEDORES        SECTION.
      *----------------------------------------------------------------*
      * O NOME ENTRA COM AS 30 POSICOES QUE OS RELATORIOS IMPRIMEM E O *
      * TAMANHO SEM OS BRANCOS DO FIM                                  *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-VENDEDORES
           IF NOT FS-VEN-OK
               GO TO 1200-FIM
           END-IF
           READ ARQ-VENDEDORES NEXT
           PERFORM UNTIL NOT FS-VEN-OK
               IF WS-QTD-VENDEDORES = 9999
                   MOVE "S"            TO WS-TABELA-CHEIA
               ELSE
                   ADD 1               TO WS-QTD-VENDEDORES
                   MOVE WS-QTD-VENDEDORES
                                       TO WS-VDR-IND
                   MOVE VEN-CPF        TO WS-VDR-TAB-CPF (WS-VDR-IND)
                   MOVE VEN-CPF
                               TO WS-VDR-TAB-CPF-TEXTO (WS-VDR-IND)
                   MOVE VEN-NOME       TO WS-VDR-TAB-NOME (WS-VDR-IND)
                   MOVE VEN-SUPERVISOR
                               TO WS-VDR-TAB-SUPERVISOR (WS-VDR-IND)
                   MOVE VEN-FILIAL
                               TO WS-VDR-TAB-FILIAL (WS-VDR-IND)
                   PERFORM VARYING WS-POSICAO FROM 30 BY -1
                           UNTIL WS-POSICAO = 0
                           OR VEN-NOME (WS-POSICAO:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   MOVE WS-POSICAO
                               TO WS-VDR-TAB-TAM-NOME (WS-VDR-IND)
               END-IF
               READ ARQ-VENDEDORES NEXT
           END-PERFORM
           CLOSE ARQ-VENDEDORES
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PERCORRER-DESTINATARIOS    SECTION.
      *----------------------------------------------------------------*
      * CADA FAIXA DA TABELA COM O MESMO TIPO E CODIGO E UM            *
      * DESTINATARIO                                                   *
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-ASS-IND-INICIO
           PERFORM UNTIL WS-ASS-IND-INICIO > WS-QTD-ASSINATURAS
               MOVE WS-ASS-IND-INICIO  TO WS-ASS-IND-FIM
               PERFORM UNTIL WS-ASS-IND-FIM = WS-QTD-ASSINATURAS
                       OR WS-ASS-TAB-TIPO (WS-ASS-IND-FIM + 1) NOT =
                          WS-ASS-TAB-TIPO (WS-ASS-IND-INICIO)
                       OR WS-ASS-TAB-CODIGO (WS-ASS-IND-FIM + 1) NOT =
                          WS-ASS-TAB-CODIGO (WS-ASS-IND-INICIO)
                   ADD 1               TO WS-ASS-IND-FIM
               END-PERFORM
               PERFORM 2100-DISTRIBUIR-DESTINATARIO
               COMPUTE WS-ASS-IND-INICIO = WS-ASS-IND-FIM + 1
           END-PERFORM
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-DISTRIBUIR-DESTINATARIO    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2200-IDENTIFICAR-DESTINATARIO
           IF WS-DES-EMAIL = SPACES
               ADD 1                   TO WS-TOT-SEM-EMAIL
               DISPLAY "DESTINATARIO SEM E-MAIL: " WS-DES-TIPO " "
                       WS-DES-CODIGO
               GO TO 2100-FIM
           END-IF
           MOVE "N"                    TO WS-CORREIO-ABERTO
           PERFORM VARYING WS-ASS-IND FROM WS-ASS-IND-INICIO BY 1
                   UNTIL WS-ASS-IND > WS-ASS-IND-FIM
               PERFORM VARYING WS-GER-IND FROM 1 BY 1
                       UNTIL WS-GER-IND > WS-QTD-GERACOES
                   IF WS-GER-TAB-PROGRAMA (WS-GER-IND) =
                      WS-ASS-TAB-PROGRAMA (WS-ASS-IND)
                      AND WS-GER-TAB-DATA (WS-GER-IND) NOT <
                          WS-ASS-TAB-DT-INCLUSAO (WS-ASS-IND)
                       PERFORM 2300-ENTREGAR-GERACAO
                   END-IF
               END-PERFORM
           END-PERFORM
           IF CORREIO-ABERTO
               CLOSE ARQ-CORREIO
               ADD 1                   TO WS-TOT-DESTINATARIOS
           END-IF
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-IDENTIFICAR-DESTINATARIO   SECTION.
      *----------------------------------------------------------------*
      * NOME E E-MAIL DO CADASTRO; O PRIMEIRO E-MAIL INFORMADO NAS     *
      * ASSINATURAS DO DESTINATARIO PREVALECE                          *
      *----------------------------------------------------------------*
           MOVE WS-ASS-TAB-TIPO (WS-ASS-IND-INICIO)
                                       TO WS-DES-TIPO
           MOVE WS-ASS-TAB-CODIGO (WS-ASS-IND-INICIO)
                                       TO WS-DES-CODIGO
           MOVE SPACES                 TO WS-DES-NOME
           MOVE SPACES                 TO WS-DES-EMAIL
           EVALUATE WS-DES-TIPO
               WHEN "S"
                   MOVE WS-DES-CODIGO  TO SUP-CODIGO
                   READ ARQ-SUPERVISORES
                   IF FS-SUP-OK
                       MOVE SUP-NOME   TO WS-DES-NOME
                       MOVE SUP-EMAIL  TO WS-DES-EMAIL
                   END-IF
               WHEN "V"
                   MOVE WS-DES-CODIGO  TO VEN-CPF
                   READ ARQ-VENDEDORES
                   IF FS-VEN-OK
                       MOVE VEN-NOME   TO WS-DES-NOME
                       MOVE VEN-EMAIL  TO WS-DES-EMAIL
                   END-IF
               WHEN "F"
                   MOVE WS-DES-CODIGO  TO WS-DES-FILIAL
                   STRING "FILIAL " WS-DES-FILIAL
                                       DELIMITED BY SIZE
                                       INTO WS-DES-NOME
           END-EVALUATE
           PERFORM VARYING WS-ASS-IND FROM WS-ASS-IND-FIM BY -1
                   UNTIL WS-ASS-IND < WS-ASS-IND-INICIO
               IF WS-ASS-TAB-EMAIL (WS-ASS-IND) NOT = SPACES
                   MOVE WS-ASS-TAB-EMAIL (WS-ASS-IND)
                                       TO WS-DES-EMAIL
               END-IF
           END-PERFORM
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-ENTREGAR-GERACAO           SECTION.
      *----------------------------------------------------------------*
      * GERACAO JA NO LOG PARA O DESTINATARIO NAO E REENVIADA; GERACAO *
      * EXPURGADA DO DISCO FICA FORA E NAO ENTRA NO LOG                *
      *----------------------------------------------------------------*
           MOVE WS-GER-TAB-ARQUIVO (WS-GER-IND)
                                       TO DST-NOME-RELATORIO
           MOVE WS-DES-TIPO            TO DST-TIPO
           MOVE WS-DES-CODIGO          TO DST-CODIGO
           READ ARQ-DISTRIBUICAO
           IF FS-DST-OK
               GO TO 2300-FIM
           END-IF
           MOVE WS-GER-TAB-ARQUIVO (WS-GER-IND)
                                       TO WS-NOME-RELATORIO
           OPEN INPUT ARQ-RELATORIO
           IF NOT FS-REL-OK
               ADD 1                   TO WS-TOT-EXPURGADAS
               GO TO 2300-FIM
           END-IF
           IF NOT CORREIO-ABERTO
               PERFORM 2400-ABRIR-CORREIO
           END-IF
           PERFORM 2600-MARCAR-EQUIPE
           MOVE SPACES                 TO WS-LINHA-CORREIO
           PERFORM 2900-GRAVAR-LINHA
           STRING "RELATORIO " WS-GER-TAB-PROGRAMA (WS-GER-IND)
                  " - GERACAO DE " WS-GER-TAB-DATA (WS-GER-IND)
                  " " WS-GER-TAB-HORA (WS-GER-IND)
                  " - " WS-GER-TAB-ARQUIVO (WS-GER-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CORREIO
           PERFORM 2900-GRAVAR-LINHA
           IF WS-ASS-TAB-SO-EQUIPE (WS-ASS-IND) = "S"
               MOVE "SOMENTE AS LINHAS DA SUA EQUIPE OU FILIAL"
                                       TO WS-LINHA-CORREIO
               PERFORM 2900-GRAVAR-LINHA
           END-IF
           MOVE ALL "-"                TO WS-LINHA-CORREIO (1:80)
           PERFORM 2900-GRAVAR-LINHA
           MOVE 0                      TO WS-LINHAS-COPIADAS
           MOVE "S"                    TO WS-LINHA-VISIVEL
           READ ARQ-RELATORIO
           PERFORM UNTIL NOT FS-REL-OK
               IF WS-ASS-TAB-SO-EQUIPE (WS-ASS-IND) = "S"
                   PERFORM 2700-AVALIAR-LINHA
               END-IF
               IF LINHA-VISIVEL
                   MOVE REG-RELATORIO  TO WS-LINHA-CORREIO
                   PERFORM 2900-GRAVAR-LINHA
                   ADD 1               TO WS-LINHAS-COPIADAS
               END-IF
               READ ARQ-RELATORIO
           END-PERFORM
           CLOSE ARQ-RELATORIO
           PERFORM 2800-GRAVAR-ENTREGA
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-ABRIR-CORREIO              SECTION.
      *----------------------------------------------------------------*
      * UM ARQUIVO POR DESTINATARIO NA EXECUCAO, NO FORMATO QUE O      *
      * GATEWAY DE CORREIO JA RECOLHE                                  *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-CORREIO
           STRING "WID-DST-" WS-DES-TIPO WS-DES-CODIGO "-"
                  WS-DATA-ATUAL "-" WS-HORA-ATUAL (1:6) ".TXT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-CORREIO
           OPEN OUTPUT ARQ-CORREIO
           MOVE "S"                    TO WS-CORREIO-ABERTO
           MOVE SPACES                 TO WS-LINHA-CORREIO
           STRING "PARA: " WS-DES-NOME DELIMITED BY "  "
                  " <" WS-DES-EMAIL    DELIMITED BY SPACE
                  ">"                  DELIMITED BY SIZE
                                       INTO WS-LINHA-CORREIO
           PERFORM 2900-GRAVAR-LINHA
           STRING "ASSUNTO: RELATORIOS ASSINADOS - " WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CORREIO
           PERFORM 2900-GRAVAR-LINHA
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2600-MARCAR-EQUIPE              SECTION.
      *----------------------------------------------------------------*
      * EQUIPE DO SUPERVISOR, VENDEDORES DA FILIAL OU O PROPRIO        *
      * VENDEDOR                                                       *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-VDR-IND FROM 1 BY 1
                   UNTIL WS-VDR-IND > WS-QTD-VENDEDORES
               MOVE "N"                TO WS-VDR-TAB-NA-EQUIPE
                                                          (WS-VDR-IND)
               EVALUATE TRUE
                   WHEN WS-DES-TIPO = "S"
                    AND WS-VDR-TAB-SUPERVISOR (WS-VDR-IND) =
                        WS-DES-CODIGO
                   WHEN WS-DES-TIPO = "F"
                    AND WS-VDR-TAB-FILIAL (WS-VDR-IND) =
                        WS-DES-CODIGO
                   WHEN WS-DES-TIPO = "V"
                    AND WS-VDR-TAB-CPF (WS-VDR-IND) = WS-DES-CODIGO
                       MOVE "S"        TO WS-VDR-TAB-NA-EQUIPE
                                                          (WS-VDR-IND)
               END-EVALUATE
           END-PERFORM
           .
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2700-AVALIAR-LINHA              SECTION.
      *----------------------------------------------------------------*
      * DECIDE SE A LINHA LIDA DO RELATORIO VAI PARA O DESTINATARIO    *
      *----------------------------------------------------------------*
           IF REG-RELATORIO = SPACES
               MOVE "S"                TO WS-LINHA-VISIVEL
               GO TO 2700-FIM
           END-IF
           MOVE 0                      TO WS-CITA-EQUIPE
           MOVE 0                      TO WS-CITA-FORA
           PERFORM VARYING WS-VDR-IND FROM 1 BY 1
                   UNTIL WS-VDR-IND > WS-QTD-VENDEDORES
               MOVE 0                  TO WS-OCORRENCIAS
               INSPECT REG-RELATORIO   TALLYING WS-OCORRENCIAS
                       FOR ALL WS-VDR-TAB-CPF-TEXTO (WS-VDR-IND)
               IF WS-VDR-TAB-TAM-NOME (WS-VDR-IND) > 4
                   INSPECT REG-RELATORIO TALLYING WS-OCORRENCIAS
                       FOR ALL WS-VDR-TAB-NOME (WS-VDR-IND)
                               (1:WS-VDR-TAB-TAM-NOME (WS-VDR-IND))
               END-IF
               IF WS-OCORRENCIAS > 0
                   IF VDR-NA-EQUIPE (WS-VDR-IND)
                       ADD 1           TO WS-CITA-EQUIPE
                   ELSE
                       ADD 1           TO WS-CITA-FORA
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CITA-EQUIPE > 0
                   MOVE "S"            TO WS-LINHA-VISIVEL
               WHEN WS-CITA-FORA > 0
                   MOVE "N"            TO WS-LINHA-VISIVEL
           END-EVALUATE
           .
       2700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2800-GRAVAR-ENTREGA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-GER-TAB-ARQUIVO (WS-GER-IND)
                                       TO DST-NOME-RELATORIO
           MOVE WS-DES-TIPO            TO DST-TIPO
           MOVE WS-DES-CODIGO          TO DST-CODIGO
           MOVE WS-GER-TAB-PROGRAMA (WS-GER-IND)
                                       TO DST-PROGRAMA
           MOVE WS-DES-EMAIL           TO DST-EMAIL
           MOVE WS-NOME-CORREIO        TO DST-ARQ-CORREIO
           MOVE WS-DATA-ATUAL          TO DST-DATA
           MOVE WS-HORA-ATUAL (1:6)    TO DST-HORA
           MOVE WS-LINHAS-COPIADAS     TO DST-LINHAS
           MOVE WS-ASS-TAB-SO-EQUIPE (WS-ASS-IND)
                                       TO DST-FILTRADA
           WRITE REG-DISTRIBUICAO
           IF FS-DST-OK
               ADD 1                   TO WS-TOT-ENTREGAS
           ELSE
               DISPLAY "ERRO NO LOG DE ENTREGAS: " WS-FS-DISTRIBUICAO
                       " " DST-NOME-RELATORIO
           END-IF
           .
       2800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-LINHA-CORREIO       TO REG-CORREIO
           WRITE REG-CORREIO
           MOVE SPACES                 TO WS-LINHA-CORREIO
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA DISTRIBUICAO DE RELATORIOS"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DESTINATARIOS COM CORREIO...: " WS-TOT-DESTINATARIOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "RELATORIOS ENTREGUES........: " WS-TOT-ENTREGAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "DESTINATARIOS SEM E-MAIL....: " WS-TOT-SEM-EMAIL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "GERACOES JA EXPURGADAS......: " WS-TOT-EXPURGADAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF TABELA-CHEIA
               DISPLAY "TABELA CHEIA - DISTRIBUICAO INCOMPLETA"
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM DISTRELA.
      *----------------------------------------------------------------*
