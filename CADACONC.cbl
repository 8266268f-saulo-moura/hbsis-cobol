      ******************************************************************
      * PROGRAMA.: CADACONC                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE CONCURSOS DE VENDAS (CAMPANHAS DE       *
      *            INCENTIVO) - PERIODO, FILIAIS E SUPERVISORES        *
      *            PARTICIPANTES E ATE CINCO REGRAS DE PONTUACAO       *
      ******************************************************************
      * A PONTUACAO E FEITA PELO APURCONC E O RANKING PELO RELACONC. A *
      * DATA DA ULTIMA APURACAO E MANTIDA PELO APURCONC E NAO E        *
      * DIGITADA; CONCURSO JA APURADO SO PODE SER INATIVADO            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADACONC.
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
           SELECT ARQ-CONCURSOS        ASSIGN TO  "WID-ARQ-CNC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNC-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CONCURSO.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-SUPERVISORES     ASSIGN TO  "WID-ARQ-SUP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SUP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-SUPERVISOR.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CONCURSOS.
       COPY CONCCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-SUPERVISORES.
       COPY SUPECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-CNC             PIC X.
       77 WS-FS-CONCURSO               PIC X(02).
           88 FS-CNC-OK                VALUE "00" THRU "09".
           88 FS-CNC-FIM               VALUE "10".
           88 FS-CNC-NAO-ENCONTRADO    VALUE "23".
           88 FS-CNC-NAO-EXISTE        VALUE "35".
           88 FS-CNC-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-SUPERVISOR             PIC X(02).
           88 FS-SUP-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-CONCURSO-VALIDO           PIC X(01)       VALUE "N".
           88 CONCURSO-VALIDO          VALUE "S".
       01 WS-IND                       PIC 9(01)       VALUE 0.
       01 WS-QTD-REGRAS                PIC 9(01)       VALUE 0.
       01 WS-MESES-PERIODO             PIC 9(04)       VALUE 0.
       01 WS-REGRA-ED                  PIC 9(01)       VALUE 0.
       01 WS-DATA-INI-CNC.
           05 WS-ANO-INI-CNC           PIC 9(04).
           05 WS-MES-INI-CNC           PIC 9(02).
           05 WS-DIA-INI-CNC           PIC 9(02).
       01 WS-DATA-FIM-CNC.
           05 WS-ANO-FIM-CNC           PIC 9(04).
           05 WS-MES-FIM-CNC           PIC 9(02).
           05 WS-DIA-FIM-CNC           PIC 9(02).
      *
      * --> REGISTRO DIGITADO, GUARDADO INTEIRO ENQUANTO O GRAVADO E
      *     LIDO PARA SABER SE E INCLUSAO OU ALTERACAO (MESMO TAMANHO
      *     DE REG-CONCURSO)
      *
       01 WS-CONCURSO-DIGITADO         PIC X(240).
       01 WS-CNC-GRAVADO.
           05 WS-CNC-GRV-APURACAO      PIC 9(08).
           05 WS-CNC-GRV-DT-INCLUSAO   PIC 9(08).
           05 WS-CNC-GRV-OPER-INCLUSAO PIC X(08).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
      * --> TELA DO CADASTRO DE CONCURSOS
      *
       COPY CONCSCR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
           05 STATUS-OUTPUT                            LINE 25 COL 10
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-MANTER-CONCURSOS.
      *----------------------------------------------------------------*
       0000-MANTER-CONCURSOS           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-CONCURSO     REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "A"                    TO CNC-SITUACAO
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-CONCURSO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CODIGO-CNC
               ACCEPT SCR-DESCRICAO-CNC
               ACCEPT SCR-INICIO-CNC
               ACCEPT SCR-FIM-CNC
               ACCEPT SCR-FILIAL-CNC-1
               ACCEPT SCR-FILIAL-CNC-2
               ACCEPT SCR-FILIAL-CNC-3
               ACCEPT SCR-FILIAL-CNC-4
               ACCEPT SCR-FILIAL-CNC-5
               ACCEPT SCR-SUPERVISOR-CNC-1
               ACCEPT SCR-SUPERVISOR-CNC-2
               ACCEPT SCR-SUPERVISOR-CNC-3
               ACCEPT SCR-SUPERVISOR-CNC-4
               ACCEPT SCR-SUPERVISOR-CNC-5
               ACCEPT SCR-DIAS-NOVO-CNC
               ACCEPT SCR-TIPO-RGR-1
               ACCEPT SCR-PRODUTO-RGR-1
               ACCEPT SCR-UNID-RGR-1
               ACCEPT SCR-PONTOS-RGR-1
               ACCEPT SCR-TIPO-RGR-2
               ACCEPT SCR-PRODUTO-RGR-2
               ACCEPT SCR-UNID-RGR-2
               ACCEPT SCR-PONTOS-RGR-2
               ACCEPT SCR-TIPO-RGR-3
               ACCEPT SCR-PRODUTO-RGR-3
               ACCEPT SCR-UNID-RGR-3
               ACCEPT SCR-PONTOS-RGR-3
               ACCEPT SCR-TIPO-RGR-4
               ACCEPT SCR-PRODUTO-RGR-4
               ACCEPT SCR-UNID-RGR-4
               ACCEPT SCR-PONTOS-RGR-4
               ACCEPT SCR-TIPO-RGR-5
               ACCEPT SCR-PRODUTO-RGR-5
               ACCEPT SCR-UNID-RGR-5
               ACCEPT SCR-PONTOS-RGR-5
               ACCEPT SCR-SITUACAO-CNC
               ACCEPT OPCAO-INC-CNC
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-CNC
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-CONCURSO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-CONCURSO
                   WHEN "e"
                   WHEN "E"
                       PERFORM 2000-EXCLUIR-CONCURSO
                   WHEN "v"
                   WHEN "V"
                       GOBACK
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-SALVAR-CONCURSO            SECTION.
      *----------------------------------------------------------------*
      * CONCURSO JA CADASTRADO E ALTERADO MANTENDO A INCLUSAO E A DATA *
      * DA ULTIMA APURACAO; SENAO E INCLUIDO                           *
      *----------------------------------------------------------------*
           PERFORM 1050-VALIDAR-CONCURSO
           IF NOT CONCURSO-VALIDO
               GO TO 1000-FIM
           END-IF
           MOVE REG-CONCURSO           TO WS-CONCURSO-DIGITADO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-CONCURSOS
           READ ARQ-CONCURSOS
           IF FS-CNC-OK
               MOVE CNC-DT-APURACAO    TO WS-CNC-GRV-APURACAO
               MOVE CNC-DT-INCLUSAO    TO WS-CNC-GRV-DT-INCLUSAO
               MOVE CNC-OPERADOR-INCLUSAO
                                       TO WS-CNC-GRV-OPER-INCLUSAO
               MOVE WS-CONCURSO-DIGITADO
                                       TO REG-CONCURSO
               MOVE WS-CNC-GRV-APURACAO
                                       TO CNC-DT-APURACAO
               MOVE WS-CNC-GRV-DT-INCLUSAO
                                       TO CNC-DT-INCLUSAO
               MOVE WS-CNC-GRV-OPER-INCLUSAO
                                       TO CNC-OPERADOR-INCLUSAO
               MOVE WS-DATA-ATUAL      TO CNC-DT-ALTERACAO
               MOVE WS-OPERADOR-ATUAL  TO CNC-OPERADOR-ALTERACAO
               REWRITE REG-CONCURSO
               IF FS-CNC-OK
                   MOVE "CONCURSO ALTERADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-CONCURSOS
               END-IF
           ELSE
               MOVE WS-CONCURSO-DIGITADO
                                       TO REG-CONCURSO
               MOVE 0                  TO CNC-DT-APURACAO
               MOVE WS-DATA-ATUAL      TO CNC-DT-INCLUSAO
               MOVE WS-OPERADOR-ATUAL  TO CNC-OPERADOR-INCLUSAO
               MOVE 0                  TO CNC-DT-ALTERACAO
               MOVE SPACES             TO CNC-OPERADOR-ALTERACAO
               WRITE REG-CONCURSO
               IF FS-CNC-OK
                   MOVE "CONCURSO CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               ELSE
                   PERFORM 9999-ERRO-ARQUIVO-CONCURSOS
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CONCURSOS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-CONCURSO           SECTION.
      *----------------------------------------------------------------*
      * PERIODO COERENTE DE ATE DOZE MESES (A META E PONTUADA MES A    *
      * MES), SUPERVISORES CADASTRADOS E AO MENOS UMA REGRA VALIDA     *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-CONCURSO-VALIDO
           IF CNC-CODIGO = 0
               MOVE "CODIGO DO CONCURSO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CNC-DESCRICAO = SPACES
               MOVE "DESCRICAO NAO INFORMADA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CNC-DT-INICIO (5:2) < "01" OR CNC-DT-INICIO (5:2) > "12"
               OR CNC-DT-INICIO (7:2) < "01"
               OR CNC-DT-INICIO (7:2) > "31"
               MOVE "DATA DE INICIO INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CNC-DT-FIM (5:2) < "01" OR CNC-DT-FIM (5:2) > "12"
               OR CNC-DT-FIM (7:2) < "01" OR CNC-DT-FIM (7:2) > "31"
               MOVE "DATA DE FIM INVALIDA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF CNC-DT-FIM < CNC-DT-INICIO
               MOVE "FIM DO CONCURSO ANTES DO INICIO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE CNC-DT-INICIO          TO WS-DATA-INI-CNC
           MOVE CNC-DT-FIM             TO WS-DATA-FIM-CNC
           COMPUTE WS-MESES-PERIODO =
               (WS-ANO-FIM-CNC - WS-ANO-INI-CNC) * 12
               + WS-MES-FIM-CNC - WS-MES-INI-CNC
           IF WS-MESES-PERIODO > 11
               MOVE "PERIODO MAIOR QUE DOZE MESES"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 5
               IF CNC-SUPERVISOR (WS-IND) > 0
                   PERFORM 1060-LER-SUPERVISOR
                   IF NOT FS-SUP-OK
                       MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WS-STATUS
                       GO TO 1050-FIM
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0                      TO WS-QTD-REGRAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 5
               IF NOT RGR-NAO-USADA (WS-IND)
                   PERFORM 1070-VALIDAR-REGRA
                   IF WS-STATUS NOT = SPACES
                       GO TO 1050-FIM
                   END-IF
                   ADD 1               TO WS-QTD-REGRAS
               END-IF
           END-PERFORM
           IF WS-QTD-REGRAS = 0
               MOVE "INFORME AO MENOS UMA REGRA"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF NOT CONCURSO-ATIVO AND NOT CONCURSO-INATIVO
               MOVE "SITUACAO DEVE SER A OU I"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-CONCURSO-VALIDO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-LER-SUPERVISOR             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-SUPERVISORES
           IF FS-SUP-OK
               MOVE CNC-SUPERVISOR (WS-IND) TO SUP-CODIGO
               READ ARQ-SUPERVISORES
               IF FS-SUP-OK
                   CLOSE ARQ-SUPERVISORES
               ELSE
                   CLOSE ARQ-SUPERVISORES
                   MOVE "23"           TO WS-FS-SUPERVISOR
               END-IF
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1070-VALIDAR-REGRA              SECTION.
      *----------------------------------------------------------------*
      * A REGRA POR CAIXA EXIGE PRODUTO; A DE CLIENTE NOVO ACEITA      *
      * PRODUTO OU ZERO (QUALQUER COMPRA); VISITA E META NAO TEM       *
      * PRODUTO. TODA REGRA USADA PRECISA DE PONTOS                    *
      *----------------------------------------------------------------*
           MOVE WS-IND                 TO WS-REGRA-ED
           IF NOT RGR-POR-CAIXA (WS-IND)
               AND NOT RGR-POR-CLIENTE-NOVO (WS-IND)
               AND NOT RGR-POR-VISITA (WS-IND)
               AND NOT RGR-POR-META (WS-IND)
               STRING "REGRA " WS-REGRA-ED ": TIPO DEVE SER C, N, V, M"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1070-FIM
           END-IF
           IF CNC-RGR-PONTOS (WS-IND) = 0
               STRING "REGRA " WS-REGRA-ED ": PONTOS NAO INFORMADOS"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1070-FIM
           END-IF
           IF RGR-POR-CAIXA (WS-IND) AND CNC-RGR-PRODUTO (WS-IND) = 0
               STRING "REGRA " WS-REGRA-ED ": INFORME O PRODUTO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1070-FIM
           END-IF
           IF (RGR-POR-VISITA (WS-IND) OR RGR-POR-META (WS-IND))
               AND CNC-RGR-PRODUTO (WS-IND) NOT = 0
               STRING "REGRA " WS-REGRA-ED ": TIPO NAO USA PRODUTO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               GO TO 1070-FIM
           END-IF
           IF NOT RGR-POR-CAIXA (WS-IND)
               MOVE 0                  TO CNC-RGR-UNID-CAIXA (WS-IND)
           END-IF
           IF CNC-RGR-PRODUTO (WS-IND) > 0
               OPEN INPUT ARQ-PRODUTOS
               IF FS-PRO-OK
                   MOVE CNC-RGR-PRODUTO (WS-IND) TO PRO-CODIGO
                   READ ARQ-PRODUTOS
                   IF NOT FS-PRO-OK
                       STRING "REGRA " WS-REGRA-ED
                              ": PRODUTO NAO CADASTRADO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
                   END-IF
                   CLOSE ARQ-PRODUTOS
               ELSE
                   MOVE "CADASTRO DE PRODUTOS INDISPONIVEL"
                                       TO WS-STATUS
               END-IF
           END-IF
           .
       1070-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-CONCURSOS    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONCURSOS
           IF FS-CNC-NAO-EXISTE
               OPEN OUTPUT ARQ-CONCURSOS
               CLOSE ARQ-CONCURSOS
               OPEN I-O ARQ-CONCURSOS
           END-IF
           IF NOT FS-CNC-OK
               PERFORM 9999-ERRO-ARQUIVO-CONCURSOS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-CONCURSOS   SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CONCURSOS
           IF NOT FS-CNC-OK
               PERFORM 9999-ERRO-ARQUIVO-CONCURSOS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-EXCLUIR-CONCURSO           SECTION.
      *----------------------------------------------------------------*
      * CONCURSO JA APURADO TEM PONTOS GRAVADOS E SO PODE SER          *
      * INATIVADO, PARA NAO PERDER O RESULTADO                         *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-CONCURSOS
           READ ARQ-CONCURSOS
           IF FS-CNC-NAO-ENCONTRADO
               MOVE "CONCURSO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               IF CNC-DT-APURACAO > 0
                   MOVE "CONCURSO JA APURADO - USE SITUACAO I"
                                       TO WS-STATUS
               ELSE
                   DELETE ARQ-CONCURSOS
                   IF FS-CNC-OK
                       MOVE "CONCURSO EXCLUIDO COM SUCESSO"
                                       TO WS-STATUS
                   ELSE
                       PERFORM 9999-ERRO-ARQUIVO-CONCURSOS
                   END-IF
               END-IF
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CONCURSOS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-CONCURSO         SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA OS DADOS GRAVADOS DO CONCURSO     *
      * INFORMADO NO CAMPO DE CODIGO                                   *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-CONCURSOS
           READ ARQ-CONCURSOS
           IF FS-CNC-NAO-ENCONTRADO
               MOVE "CONCURSO NAO ENCONTRADO"
                                       TO WS-STATUS
           ELSE
               MOVE "CONCURSO LOCALIZADO"
                                       TO WS-STATUS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-CONCURSOS
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-CONCURSOS     SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-CNC-ERRO-LAYOUT
               MOVE "ERRO NO LAYOUT DO ARQUIVO"    TO WS-STATUS
           ELSE
               MOVE "ERRO NO ACESSO AO ARQUIVO"    TO WS-STATUS
           END-IF
           GOBACK
           .
       9999-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADACONC.
      *----------------------------------------------------------------*
