               RECORD KEY              IS CEP-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CEP.
      *
           SELECT ARQ-PROSPECTOS       ASSIGN TO  "WID-ARQ-PRS.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRS-NUMERO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PROSPECTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-CEP.
       COPY CEPCADA.
      *
       FD ARQ-PROSPECTOS.
       COPY PROSCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-CEP-OK                VALUE "00" THRU "09".
           88 FS-CEP-NAO-ENCONTRADO    VALUE "23".
           88 FS-CEP-NAO-EXISTE        VALUE "35".
      *
      * --> PROSPECTO DE ORIGEM DA INCLUSAO (ZERO = INCLUSAO NORMAL);
      *     O CLIENTE VINDO DE PROSPECTO ENTRA PENDENTE DE APROVACAO
      *
       77 WS-FS-PROSPECTO              PIC X(02).
           88 FS-PRS-OK                VALUE "00" THRU "09".
       01 WS-PROSPECTO-ORIGEM          PIC 9(07)       VALUE 0.
       01 WS-TOLERANCIA-COORD          PIC S9(03)V9(08) VALUE 0,0001.
       01 WS-DIF-LAT-DUPL              PIC S9(03)V9(08) VALUE 0.
       01 WS-DIF-LON-DUPL              PIC S9(03)V9(08) VALUE 0.
               DISPLAY OPCAO-STATUS
               ACCEPT OPCAO-CLI
               MOVE SPACES TO WS-STATUS
               MOVE 0                  TO WS-PROSPECTO-ORIGEM
               EVALUATE WS-OPCAO-CLI
                   WHEN "1"
                       PERFORM 1000-INCLUIR-CLIENTE 
                       PERFORM 7500-HORARIO-FUNCIONAMENTO
                   WHEN "9"
                       PERFORM 7600-ANOTACOES-CLIENTE
                   WHEN "p"
                   WHEN "P"
                       PERFORM 1050-INCLUIR-DE-PROSPECTO
                   WHEN "m"
                   WHEN "M"
                       PERFORM 0160-FECHAR-INDICES
           INITIALIZE REGISTRO         REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           PERFORM 0500-SUGERIR-PROXIMO-CODIGO
           IF WS-PROSPECTO-ORIGEM NOT = 0
               PERFORM 1060-PREENCHER-PROSPECTO
           END-IF
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-INCLUIR-CLIENTE
               ACCEPT SCR-COD-CLI
               ACCEPT SCR-LIMITE-CLI
               ACCEPT SCR-REDE-CLI
               ACCEPT SCR-CONDPG-CLI
               ACCEPT SCR-PENDENCIA-CLI
               ACCEPT OPCAO-INC-CLI
               MOVE SPACES TO WS-STATUS
               EVALUATE WS-OPCAO-INC-CLI
       1000-FIM. EXIT.    
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1050-INCLUIR-DE-PROSPECTO       SECTION.
      *----------------------------------------------------------------*
      * CONVERSAO DE PROSPECTO EM CLIENTE: A INCLUSAO ABRE PREENCHIDA  *
      * COM OS DADOS DO PROSPECTO EM PROSPECCAO INFORMADO, FALTANDO O  *
      * CNPJ E OS DADOS COMERCIAIS; O CLIENTE GRAVADO FICA PENDENTE    *
      * PARA A APROVACAO (APROCLIE) E O PROSPECTO PASSA A CONVERTIDO   *
      *----------------------------------------------------------------*
           DISPLAY "INCLUSAO DE CLIENTE A PARTIR DE PROSPECTO"
           DISPLAY "NUMERO DO PROSPECTO: " WITH NO ADVANCING
           ACCEPT WS-PROSPECTO-ORIGEM
           MOVE SPACE                  TO PRS-SITUACAO
           OPEN INPUT ARQ-PROSPECTOS
           IF FS-PRS-OK
               MOVE WS-PROSPECTO-ORIGEM TO PRS-NUMERO
               READ ARQ-PROSPECTOS
               IF NOT FS-PRS-OK
                   MOVE SPACE          TO PRS-SITUACAO
               END-IF
               CLOSE ARQ-PROSPECTOS
           END-IF
           IF WS-PROSPECTO-ORIGEM = 0 OR NOT PROSPECTO-ABERTO
               MOVE "PROSPECTO NAO ENCONTRADO OU ENCERRADO"
                                       TO WS-STATUS
               MOVE 0                  TO WS-PROSPECTO-ORIGEM
               GO TO 1050-FIM
           END-IF
           PERFORM 1000-INCLUIR-CLIENTE
           .
       1050-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1060-PREENCHER-PROSPECTO        SECTION.
      *----------------------------------------------------------------*
      * LEVA PARA A TELA DE INCLUSAO O NOME, O ENDERECO, AS            *
      * COORDENADAS, O TELEFONE, O CANAL E A FILIAL DO PROSPECTO       *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PROSPECTOS
           IF FS-PRS-OK
               MOVE WS-PROSPECTO-ORIGEM TO PRS-NUMERO
               READ ARQ-PROSPECTOS
               IF FS-PRS-OK
                   MOVE PRS-NOME       TO NOME
                   MOVE PRS-ENDERECO   TO ENDERECO-CLIENTE
                   MOVE PRS-LATITUDE   TO LATITUDE
                   MOVE PRS-LONGITUDE  TO LONGITUDE
                   MOVE PRS-TELEFONE   TO TELEFONE
                   MOVE PRS-CANAL      TO CANAL
                   MOVE PRS-FILIAL     TO FILIAL
               END-IF
               CLOSE ARQ-PROSPECTOS
           END-IF
           .
       1060-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-ARQUIVO-CLIENTES     SECTION.
      *----------------------------------------------------------------*
       1180-VALIDAR-SEGMENTO           SECTION.
      *----------------------------------------------------------------*
      * CANAL E PORTE, QUANDO INFORMADOS, PRECISAM SER VALORES DA      *
      * TABELA (B/M/R/A E P/M/G); O ACEITE DE ENTREGA PARCIAL E S/N    *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-SEGMENTO-OK
           IF CANAL NOT = SPACE
               AND NOT FREQ-MENSAL
               MOVE "N"                TO WS-SEGMENTO-OK
           END-IF
           IF ACEITA-PENDENCIA = "s" OR "n"
               INSPECT ACEITA-PENDENCIA CONVERTING "sn" TO "SN"
           END-IF
           IF ACEITA-PENDENCIA NOT = SPACE AND NOT = "S"
               AND NOT RECUSA-PENDENCIA
               MOVE "N"                TO WS-SEGMENTO-OK
           END-IF
           .
       1180-FIM. EXIT.
      *----------------------------------------------------------------*
           ELSE
               MOVE "P"                TO SITUACAO
           END-IF
      *
      * --> CLIENTE CONVERTIDO DE PROSPECTO PASSA SEMPRE PELA FILA DE
      *     APROVACAO, QUALQUER QUE SEJA O NIVEL DO OPERADOR
      *
           IF WS-PROSPECTO-ORIGEM NOT = 0
               MOVE "P"                TO SITUACAO
           END-IF
           IF FILIAL = 0
               MOVE WS-FILIAL-LINK     TO FILIAL
           END-IF
                   MOVE "CLIENTE CADASTRADO COM SUCESSO"
                                       TO WS-STATUS
               END-IF
               IF WS-PROSPECTO-ORIGEM NOT = 0
                   PERFORM 1320-CONVERTER-PROSPECTO
               END-IF
           END-IF
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1320-CONVERTER-PROSPECTO        SECTION.
      *----------------------------------------------------------------*
      * MARCA O PROSPECTO DE ORIGEM COMO CONVERTIDO, COM A DATA E O    *
      * CNPJ DO CLIENTE INCLUIDO A PARTIR DELE                         *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-PROSPECTOS
           IF FS-PRS-OK
               MOVE WS-PROSPECTO-ORIGEM TO PRS-NUMERO
               READ ARQ-PROSPECTOS
               IF FS-PRS-OK AND PROSPECTO-ABERTO
                   MOVE "C"            TO PRS-SITUACAO
                   MOVE WS-DATA-ATUAL  TO PRS-DATA-CONVERSAO
                   MOVE CNPJ           TO PRS-CNPJ-CONVERTIDO
                   MOVE WS-DATA-ATUAL  TO PRS-DT-ALTERACAO
                   MOVE WS-OPERADOR-ATUAL
                                       TO PRS-OPERADOR-ALTERACAO
                   REWRITE REG-PROSPECTO
                   IF FS-PRS-OK
                       MOVE "PROSPECTO CONVERTIDO - AGUARDA APROVACAO"
                                       TO WS-STATUS
                   END-IF
               END-IF
               CLOSE ARQ-PROSPECTOS
           END-IF
           MOVE 0                      TO WS-PROSPECTO-ORIGEM
           .
       1320-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-FECHAR-ARQUIVO-CLIENTES   SECTION.                         
      *----------------------------------------------------------------*
                   ACCEPT SCR-LIMITE-CLI
                   ACCEPT SCR-REDE-CLI
                   ACCEPT SCR-CONDPG-CLI
                   ACCEPT SCR-PENDENCIA-CLI
               ACCEPT SCR-PENDENCIA-CLI
                   ACCEPT OPCAO-INC-CLI
                   EVALUATE WS-OPCAO-INC-CLI
                       WHEN "s"
