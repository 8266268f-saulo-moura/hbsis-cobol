      ******************************************************************
      * PROGRAMA.: CADAPROS                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: CADASTRO DE PROSPECTOS - ESTABELECIMENTOS AINDA NAO *
      *            CLIENTES, COM ENDERECO, COORDENADAS, CANAL,         *
      *            POTENCIAL E VENDEDOR RESPONSAVEL; REGISTRO DAS      *
      *            VISITAS DE PROSPECCAO E DESCARTE DO PROSPECTO       *
      ******************************************************************
      * O PROSPECTO NASCE EM PROSPECCAO (A); A CONVERSAO EM CLIENTE E  *
      * FEITA PELA INCLUSAO A PARTIR DE PROSPECTO DO CADASTRO DE       *
      * CLIENTES (CADACLIE), QUE O MARCA COMO CONVERTIDO (C); O        *
      * DESCARTADO (D) NAO RECEBE MAIS VISITAS NEM ALTERACOES          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. CADAPROS.
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
           SELECT ARQ-PROSPECTOS       ASSIGN TO  "WID-ARQ-PRS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRS-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PROSPECTO.
      *
           SELECT ARQ-VISITAS-PROSPECTO ASSIGN TO "WID-ARQ-PRV.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-VISITA.
      *
           SELECT ARQ-VENDEDORES       ASSIGN TO  "WID-ARQ-VEN.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VEN-CPF
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-VENDEDOR.
      *
           SELECT ARQ-FECHAMENTOS      ASSIGN TO  "WID-ARQ-FCH.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FCH-ANOMES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-FECHAMENTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PROSPECTOS.
       COPY PROSCADA.
      *
       FD ARQ-VISITAS-PROSPECTO.
       COPY PRVICADA.
      *
       FD ARQ-VENDEDORES.
       COPY VENDCADA.
      *
       FD ARQ-FECHAMENTOS.
       COPY FCHMCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-STATUS                    PIC X(40).
       77 WS-OPCAO-INC-PRS             PIC X.
       77 WS-FS-PROSPECTO              PIC X(02).
           88 FS-PRS-OK                VALUE "00" THRU "09".
           88 FS-PRS-FIM               VALUE "10".
           88 FS-PRS-NAO-ENCONTRADO    VALUE "23".
           88 FS-PRS-NAO-EXISTE        VALUE "35".
           88 FS-PRS-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-VISITA                 PIC X(02).
           88 FS-PRV-OK                VALUE "00" THRU "09".
           88 FS-PRV-FIM               VALUE "10".
           88 FS-PRV-NAO-EXISTE        VALUE "35".
       77 WS-FS-VENDEDOR               PIC X(02).
           88 FS-VEN-OK                VALUE "00" THRU "09".
       77 WS-FS-FECHAMENTO             PIC X(02).
           88 FS-FCH-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-PROSPECTO-VALIDO          PIC X(01)       VALUE "N".
           88 PROSPECTO-VALIDO         VALUE "S".
       01 WS-COMPETENCIA-FECHADA       PIC X(01)       VALUE "N".
           88 COMPETENCIA-VISITA-FECHADA VALUE "S".
       01 WS-PROX-PROSPECTO            PIC 9(07)       VALUE 0.
       01 WS-NOME-VENDEDOR             PIC X(30)       VALUE SPACES.
       01 WS-FILIAL-VENDEDOR           PIC 9(02)       VALUE 0.
       01 WS-QTD-VISITAS               PIC 9(03)       VALUE 0.
      *
      * --> RESULTADO E NOTA DA VISITA DIGITADOS NA TELA
      *
       01 WS-RESULTADO-VISITA          PIC X(10)       VALUE SPACES.
           88 RESULTADO-VISITA-VALIDO  VALUE "INTERESSE" "RECUSA"
                                             "FECHADO".
       01 WS-NOTA-DIGITADA             PIC X(60)       VALUE SPACES.
      *
      * --> CAMPOS DIGITADOS NA TELA, GUARDADOS ENQUANTO O ARQUIVO E
      *     LIDO OU PERCORRIDO PARA ACHAR O PROXIMO NUMERO
      *
       01 WS-PROSPECTO-DIGITADO.
           05 WS-PRS-DIG-NOME          PIC X(40).
           05 WS-PRS-DIG-ENDERECO      PIC X(108).
           05 WS-PRS-DIG-LATITUDE      PIC S9(03)V9(08).
           05 WS-PRS-DIG-LONGITUDE     PIC S9(03)V9(08).
           05 WS-PRS-DIG-TELEFONE      PIC X(15).
           05 WS-PRS-DIG-CANAL         PIC X(01).
           05 WS-PRS-DIG-POTENCIAL     PIC 9(07)V99.
           05 WS-PRS-DIG-VENDEDOR      PIC 9(11).
      *
      * --> LINHA DA VISITA MOSTRADA NA CONSULTA
      *
       01 WS-LINHA-VISITA.
           05 SAI-PRV-DATA             PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-PRV-HORA             PIC 99B99B99.
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-PRV-RESULTADO        PIC X(10).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-PRV-OPERADOR         PIC X(08).
           05 FILLER                   PIC X(01)       VALUE SPACE.
           05 SAI-PRV-NOTA             PIC X(60).
       01 WS-NUMERO-EDITADO            PIC Z(06)9.
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
      * --> TELA DO CADASTRO DE PROSPECTOS
      *
       COPY PROSSCR.
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
       PERFORM 0000-MANTER-PROSPECTOS.
      *----------------------------------------------------------------*
       0000-MANTER-PROSPECTOS          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-PROSPECTO    REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-PROSPECTO
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-NUMERO-PRS
               ACCEPT SCR-NOME-PRS
               ACCEPT SCR-LOGRADOURO-PRS
               ACCEPT SCR-END-NUMERO-PRS
               ACCEPT SCR-BAIRRO-PRS
               ACCEPT SCR-MUNICIPIO-PRS
               ACCEPT SCR-UF-PRS
               ACCEPT SCR-CEP-PRS
               ACCEPT SCR-TELEFONE-PRS
               ACCEPT SCR-LATITUDE-PRS
               ACCEPT SCR-LONGITUDE-PRS
               ACCEPT SCR-CANAL-PRS
               ACCEPT SCR-POTENCIAL-PRS
               ACCEPT SCR-VENDEDOR-PRS
               ACCEPT SCR-RESULTADO-PRS
               ACCEPT SCR-NOTA-PRS
               ACCEPT OPCAO-INC-PRS
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-PRS
                   WHEN "s"
                   WHEN "S"
                       PERFORM 1000-SALVAR-PROSPECTO
                   WHEN "c"
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-PROSPECTO
                   WHEN "r"
                   WHEN "R"
                       PERFORM 4000-REGISTRAR-VISITA
                   WHEN "h"
                   WHEN "H"
                       PERFORM 5000-MOSTRAR-VISITAS
                   WHEN "d"
                   WHEN "D"
                       PERFORM 6000-DESCARTAR-PROSPECTO
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
       1000-SALVAR-PROSPECTO           SECTION.
      *----------------------------------------------------------------*
      * NUMERO ZERO INCLUI UM PROSPECTO NOVO COM O PROXIMO NUMERO;     *
      * NUMERO INFORMADO ALTERA O PROSPECTO AINDA EM PROSPECCAO        *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1050-VALIDAR-PROSPECTO
           IF NOT PROSPECTO-VALIDO
               GO TO 1000-FIM
           END-IF
           IF PRS-NUMERO NOT = 0
               PERFORM 2000-ALTERAR-PROSPECTO
               GO TO 1000-FIM
           END-IF
           PERFORM 1200-GUARDAR-DIGITADO
           PERFORM 1100-ABRIR-ARQUIVO-PROSPECTOS
           PERFORM 1150-ACHAR-PROXIMO-NUMERO
           INITIALIZE REG-PROSPECTO    REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE WS-PROX-PROSPECTO      TO PRS-NUMERO
           PERFORM 1250-RESTAURAR-DIGITADO
           MOVE "A"                    TO PRS-SITUACAO
           MOVE WS-DATA-ATUAL          TO PRS-DT-INCLUSAO
           MOVE WS-OPERADOR-ATUAL      TO PRS-OPERADOR-INCLUSAO
           MOVE WS-DATA-ATUAL          TO PRS-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO PRS-OPERADOR-ALTERACAO
           WRITE REG-PROSPECTO
           IF NOT FS-PRS-OK
               PERFORM 9999-ERRO-ARQUIVO-PROSPECTOS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
           MOVE PRS-NUMERO             TO WS-NUMERO-EDITADO
           STRING "PROSPECTO " WS-NUMERO-EDITADO " INCLUIDO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-VALIDAR-PROSPECTO          SECTION.
      *----------------------------------------------------------------*
      * NOME E MUNICIPIO INFORMADOS, CANAL DA TABELA DE CANAIS DO      *
      * CLIENTE E VENDEDOR RESPONSAVEL CADASTRADO E ATIVO              *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-PROSPECTO-VALIDO
           IF PRS-NOME = SPACES
               MOVE "NOME DO PROSPECTO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF PRS-MUNICIPIO = SPACES
               MOVE "MUNICIPIO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           IF NOT PRS-CANAL-VALIDO
               MOVE "CANAL INVALIDO (B/M/R/A)"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           PERFORM 1060-LER-VENDEDOR
           IF WS-NOME-VENDEDOR = SPACES
               MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO WS-STATUS
               GO TO 1050-FIM
           END-IF
           MOVE "S"                    TO WS-PROSPECTO-VALIDO
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      * NOME EM BRANCO INDICA VENDEDOR NAO ENCONTRADO OU INATIVO       *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NOME-VENDEDOR
           MOVE 0                      TO WS-FILIAL-VENDEDOR
           OPEN INPUT ARQ-VENDEDORES
           IF FS-VEN-OK
               MOVE PRS-VENDEDOR-CPF   TO VEN-CPF
               READ ARQ-VENDEDORES
               IF FS-VEN-OK AND VEN-SITUACAO NOT = "I"
                   MOVE VEN-NOME       TO WS-NOME-VENDEDOR
                   MOVE VEN-FILIAL     TO WS-FILIAL-VENDEDOR
               END-IF
               CLOSE ARQ-VENDEDORES
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-PROSPECTOS   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PROSPECTOS
           IF FS-PRS-NAO-EXISTE
               OPEN OUTPUT ARQ-PROSPECTOS
               CLOSE ARQ-PROSPECTOS
               OPEN I-O ARQ-PROSPECTOS
           END-IF
           IF NOT FS-PRS-OK
               PERFORM 9999-ERRO-ARQUIVO-PROSPECTOS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1150-ACHAR-PROXIMO-NUMERO       SECTION.
      *----------------------------------------------------------------*
      * O PROSPECTO NOVO RECEBE O NUMERO SEGUINTE AO MAIOR JA GRAVADO  *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PROX-PROSPECTO
           MOVE 0                      TO PRS-NUMERO
           START ARQ-PROSPECTOS        KEY IS NOT < PRS-NUMERO
           IF FS-PRS-OK
               READ ARQ-PROSPECTOS NEXT
           END-IF
           PERFORM UNTIL NOT FS-PRS-OK
               MOVE PRS-NUMERO         TO WS-PROX-PROSPECTO
               READ ARQ-PROSPECTOS NEXT
           END-PERFORM
           ADD 1                       TO WS-PROX-PROSPECTO
           .
       1150-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-GUARDAR-DIGITADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PRS-NOME               TO WS-PRS-DIG-NOME
           MOVE PRS-ENDERECO           TO WS-PRS-DIG-ENDERECO
           MOVE PRS-LATITUDE           TO WS-PRS-DIG-LATITUDE
           MOVE PRS-LONGITUDE          TO WS-PRS-DIG-LONGITUDE
           MOVE PRS-TELEFONE           TO WS-PRS-DIG-TELEFONE
           MOVE PRS-CANAL              TO WS-PRS-DIG-CANAL
           MOVE PRS-POTENCIAL-MENSAL   TO WS-PRS-DIG-POTENCIAL
           MOVE PRS-VENDEDOR-CPF       TO WS-PRS-DIG-VENDEDOR
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-RESTAURAR-DIGITADO         SECTION.
      *----------------------------------------------------------------*
      * A FILIAL DO PROSPECTO E A DO VENDEDOR RESPONSAVEL              *
      *----------------------------------------------------------------*
           MOVE WS-PRS-DIG-NOME        TO PRS-NOME
           MOVE WS-PRS-DIG-ENDERECO    TO PRS-ENDERECO
           MOVE WS-PRS-DIG-LATITUDE    TO PRS-LATITUDE
           MOVE WS-PRS-DIG-LONGITUDE   TO PRS-LONGITUDE
           MOVE WS-PRS-DIG-TELEFONE    TO PRS-TELEFONE
           MOVE WS-PRS-DIG-CANAL       TO PRS-CANAL
           MOVE WS-PRS-DIG-POTENCIAL   TO PRS-POTENCIAL-MENSAL
           MOVE WS-PRS-DIG-VENDEDOR    TO PRS-VENDEDOR-CPF
           MOVE WS-FILIAL-VENDEDOR     TO PRS-FILIAL
           .
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-PROSPECTOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PROSPECTOS
           IF NOT FS-PRS-OK
               PERFORM 9999-ERRO-ARQUIVO-PROSPECTOS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-ALTERAR-PROSPECTO          SECTION.
      *----------------------------------------------------------------*
      * SO O PROSPECTO EM PROSPECCAO ACEITA ALTERACAO; CONVERTIDO OU   *
      * DESCARTADO FICA COMO ESTAVA                                    *
      *----------------------------------------------------------------*
           PERFORM 1200-GUARDAR-DIGITADO
           PERFORM 1100-ABRIR-ARQUIVO-PROSPECTOS
           READ ARQ-PROSPECTOS
           IF NOT FS-PRS-OK
               MOVE "PROSPECTO NAO ENCONTRADO"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
               GO TO 2000-FIM
           END-IF
           IF NOT PROSPECTO-ABERTO
               MOVE "PROSPECTO JA CONVERTIDO OU DESCARTADO"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
               GO TO 2000-FIM
           END-IF
           PERFORM 1250-RESTAURAR-DIGITADO
           MOVE WS-DATA-ATUAL          TO PRS-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO PRS-OPERADOR-ALTERACAO
           REWRITE REG-PROSPECTO
           IF NOT FS-PRS-OK
               PERFORM 9999-ERRO-ARQUIVO-PROSPECTOS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
           MOVE "PROSPECTO ALTERADO"   TO WS-STATUS
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-LER-PROSPECTO              SECTION.
      *----------------------------------------------------------------*
      * SITUACAO EM BRANCO INDICA PROSPECTO NAO ENCONTRADO             *
      *----------------------------------------------------------------*
           PERFORM 1100-ABRIR-ARQUIVO-PROSPECTOS
           READ ARQ-PROSPECTOS
           IF NOT FS-PRS-OK
               MOVE SPACE              TO PRS-SITUACAO
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-CONSULTAR-PROSPECTO        SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA RECARREGA NA TELA O PROSPECTO DO NUMERO INFORMADO,  *
      * COM O NOME DO VENDEDOR RESPONSAVEL E A SITUACAO                *
      *----------------------------------------------------------------*
           PERFORM 2100-LER-PROSPECTO
           IF PRS-SITUACAO = SPACE
               MOVE "PROSPECTO NAO ENCONTRADO"
                                       TO WS-STATUS
               MOVE SPACES             TO WS-NOME-VENDEDOR
           ELSE
               MOVE "PROSPECTO LOCALIZADO"
                                       TO WS-STATUS
               PERFORM 1060-LER-VENDEDOR
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-REGISTRAR-VISITA           SECTION.
      *----------------------------------------------------------------*
      * A VISITA DE PROSPECCAO SEGUE AS REGRAS DO CHECK-IN: RESULTADO  *
      * DA TABELA, DATA E HORA DO MOMENTO E COMPETENCIA DO DIA AINDA   *
      * ABERTA; FICA EM NOME DO VENDEDOR RESPONSAVEL PELO PROSPECTO    *
      *----------------------------------------------------------------*
           IF PRS-NUMERO = 0
               MOVE "NUMERO DO PROSPECTO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           IF NOT RESULTADO-VISITA-VALIDO
               MOVE "RESULTADO INVALIDO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           PERFORM 4050-VERIFICAR-COMPETENCIA
           IF COMPETENCIA-VISITA-FECHADA
               MOVE "COMPETENCIA DA VISITA JA FECHADA"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           PERFORM 2100-LER-PROSPECTO
           IF PRS-SITUACAO = SPACE
               MOVE "PROSPECTO NAO ENCONTRADO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           IF NOT PROSPECTO-ABERTO
               MOVE "PROSPECTO JA CONVERTIDO OU DESCARTADO"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           OPEN EXTEND ARQ-VISITAS-PROSPECTO
           IF FS-PRV-NAO-EXISTE
               OPEN OUTPUT ARQ-VISITAS-PROSPECTO
           END-IF
           IF NOT FS-PRV-OK
               MOVE "ERRO NO ACESSO AO DIARIO DE VISITAS"
                                       TO WS-STATUS
               GO TO 4000-FIM
           END-IF
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-DATA-ATUAL          TO PRV-DATA
           MOVE WS-HORA-ATUAL (1:6)    TO PRV-HORA
           MOVE PRS-VENDEDOR-CPF       TO PRV-CPF
           MOVE PRS-NUMERO             TO PRV-PROSPECTO
           MOVE WS-RESULTADO-VISITA    TO PRV-RESULTADO
           MOVE WS-NOTA-DIGITADA       TO PRV-NOTA
           MOVE WS-OPERADOR-ATUAL      TO PRV-OPERADOR
           WRITE REG-VISITA-PROSPECTO
           CLOSE ARQ-VISITAS-PROSPECTO
           MOVE SPACES                 TO WS-RESULTADO-VISITA
           MOVE SPACES                 TO WS-NOTA-DIGITADA
           PERFORM 1060-LER-VENDEDOR
           MOVE "VISITA REGISTRADA COM SUCESSO"
                                       TO WS-STATUS
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4050-VERIFICAR-COMPETENCIA      SECTION.
      *----------------------------------------------------------------*
      * A VISITA E CARIMBADA COM A DATA DO DIA; SE A COMPETENCIA DO    *
      * DIA JA FOI FECHADA PELO FECHAMENTO MENSAL O REGISTRO E         *
      * RECUSADO; SEM O ARQUIVO DE FECHAMENTOS NADA MUDA               *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-COMPETENCIA-FECHADA
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           OPEN INPUT ARQ-FECHAMENTOS
           IF FS-FCH-OK
               MOVE WS-DATA-ATUAL (1:6) TO FCH-ANOMES
               READ ARQ-FECHAMENTOS
               IF FS-FCH-OK AND COMPETENCIA-FECHADA
                   MOVE "S"            TO WS-COMPETENCIA-FECHADA
               END-IF
               CLOSE ARQ-FECHAMENTOS
           END-IF
           .
       4050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-MOSTRAR-VISITAS            SECTION.
      *----------------------------------------------------------------*
      * LISTA AS VISITAS DO PROSPECTO INFORMADO, NA ORDEM EM QUE FORAM *
      * REGISTRADAS                                                    *
      *----------------------------------------------------------------*
           IF PRS-NUMERO = 0
               MOVE "NUMERO DO PROSPECTO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 5000-FIM
           END-IF
           MOVE 0                      TO WS-QTD-VISITAS
           OPEN INPUT ARQ-VISITAS-PROSPECTO
           IF NOT FS-PRV-OK
               MOVE "PROSPECTO SEM VISITAS"
                                       TO WS-STATUS
               GO TO 5000-FIM
           END-IF
           DISPLAY " "
           MOVE PRS-NUMERO             TO WS-NUMERO-EDITADO
           DISPLAY "VISITAS DO PROSPECTO " WS-NUMERO-EDITADO
           READ ARQ-VISITAS-PROSPECTO
           PERFORM UNTIL NOT FS-PRV-OK
               IF PRV-PROSPECTO = PRS-NUMERO
                   ADD 1               TO WS-QTD-VISITAS
                   MOVE PRV-DATA       TO SAI-PRV-DATA
                   MOVE PRV-HORA       TO SAI-PRV-HORA
                   MOVE PRV-RESULTADO  TO SAI-PRV-RESULTADO
                   MOVE PRV-OPERADOR   TO SAI-PRV-OPERADOR
                   MOVE PRV-NOTA       TO SAI-PRV-NOTA
                   DISPLAY WS-LINHA-VISITA
               END-IF
               READ ARQ-VISITAS-PROSPECTO
           END-PERFORM
           CLOSE ARQ-VISITAS-PROSPECTO
           IF WS-QTD-VISITAS = 0
               MOVE "PROSPECTO SEM VISITAS"
                                       TO WS-STATUS
           END-IF
           DISPLAY "APERTE ENTER PARA VOLTAR"
           ACCEPT OPCAO-INC-PRS
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-DESCARTAR-PROSPECTO        SECTION.
      *----------------------------------------------------------------*
      * O PROSPECTO SEM FUTURO SAI DO FUNIL COMO DESCARTADO; O         *
      * REGISTRO FICA PARA O HISTORICO DO VENDEDOR                     *
      *----------------------------------------------------------------*
           IF PRS-NUMERO = 0
               MOVE "NUMERO DO PROSPECTO NAO INFORMADO"
                                       TO WS-STATUS
               GO TO 6000-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARQUIVO-PROSPECTOS
           READ ARQ-PROSPECTOS
           IF NOT FS-PRS-OK
               MOVE "PROSPECTO NAO ENCONTRADO"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
               GO TO 6000-FIM
           END-IF
           IF NOT PROSPECTO-ABERTO
               MOVE "PROSPECTO JA CONVERTIDO OU DESCARTADO"
                                       TO WS-STATUS
               PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
               GO TO 6000-FIM
           END-IF
           MOVE "D"                    TO PRS-SITUACAO
           MOVE WS-DATA-ATUAL          TO PRS-DT-ALTERACAO
           MOVE WS-OPERADOR-ATUAL      TO PRS-OPERADOR-ALTERACAO
           REWRITE REG-PROSPECTO
           IF NOT FS-PRS-OK
               PERFORM 9999-ERRO-ARQUIVO-PROSPECTOS
           END-IF
           PERFORM 1400-FECHAR-ARQUIVO-PROSPECTOS
           PERFORM 1060-LER-VENDEDOR
           MOVE "PROSPECTO DESCARTADO" TO WS-STATUS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-PROSPECTOS    SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-PRS-ERRO-LAYOUT
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
       END PROGRAM CADAPROS.
      *----------------------------------------------------------------*
