      *            EXCLUI OPCOES DE MENU PERMITIDAS POR PERFIL E       *
      *            IMPRIME O RELATORIO DE QUEM PODE O QUE, PARA A      *
      *            REVISAO ANUAL DE ACESSOS                            *
      ******************************************************************
      * A PERMISSAO QUE DEIXA O PERFIL COM UM PAR DE OPCOES DAS REGRAS *
      * DE SEGREGACAO (CADASEGF) E RECUSADA QUANDO A REGRA PROIBE E SO *
      * E GRAVADA COM JUSTIFICATIVA QUANDO A REGRA A ACEITA            *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-LINHA-RELATORIO           PIC X(80)       VALUE SPACES.
       01 WS-JUSTIFICATIVA             PIC X(60)       VALUE SPACES.
       01 WS-SEGREGACAO-LIBERADA       PIC X(01)       VALUE "N".
           88 SEGREGACAO-LIBERADA      VALUE "S".
      *
       COPY SEGFPARM.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-CODIGO-PRF
               ACCEPT SCR-OPCAO-PRF
               ACCEPT SCR-JUSTIFICATIVA-PRF
               ACCEPT OPCAO-INC-PRF
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-PRF
                                       TO WS-STATUS
               GO TO 1000-FIM
           END-IF
           PERFORM 1100-VERIFICAR-SEGREGACAO
           MOVE SPACES                 TO WS-JUSTIFICATIVA
           IF NOT SEGREGACAO-LIBERADA
               GO TO 1000-FIM
           END-IF
           PERFORM 1200-ABRIR-ARQUIVO-PERFIS
           READ ARQ-PERFIS
           IF FS-PRF-OK
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-VERIFICAR-SEGREGACAO       SECTION.
      *----------------------------------------------------------------*
      * CONFERE AS REGRAS DE SEGREGACAO COM A OPCAO NOVA; COM          *
      * JUSTIFICATIVA DIGITADA, ELA VALE PARA CADA PAR QUE A ACEITA    *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-SEGREGACAO-LIBERADA
           MOVE "V"                    TO PSG-FUNCAO
           MOVE PRF-CODIGO             TO PSG-PERFIL
           MOVE PRF-OPCAO              TO PSG-OPCAO-NOVA
           MOVE SPACES                 TO PSG-OPERADOR
           CALL "VERISEGF"             USING REG-PARM-SEGREG
           PERFORM UNTIL NOT PSG-CONFLITO-JUSTIFICAVEL
                   OR WS-JUSTIFICATIVA = SPACES
               MOVE "J"                TO PSG-FUNCAO
               MOVE WS-JUSTIFICATIVA   TO PSG-JUSTIFICATIVA
               MOVE WS-OPERADOR-ATUAL  TO PSG-SUPERVISOR
               CALL "VERISEGF"         USING REG-PARM-SEGREG
               IF PSG-SEM-CONFLITO
                   MOVE "V"            TO PSG-FUNCAO
                   CALL "VERISEGF"     USING REG-PARM-SEGREG
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PSG-SEM-CONFLITO
                   MOVE "S"            TO WS-SEGREGACAO-LIBERADA
               WHEN PSG-CONFLITO-PROIBIDO
                   STRING "CONFLITO " PSG-OPCAO-1 "/" PSG-OPCAO-2
                          " PROIBIDO"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               WHEN PSG-CONFLITO-JUSTIFICAVEL
                   STRING "CONFLITO " PSG-OPCAO-1 "/" PSG-OPCAO-2
                          " EXIGE JUSTIFICATIVA"
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
               WHEN OTHER
                   MOVE "ERRO NAS REGRAS DE SEGREGACAO"
                                       TO WS-STATUS
           END-EVALUATE
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-ABRIR-ARQUIVO-PERFIS       SECTION.
      *----------------------------------------------------------------*
