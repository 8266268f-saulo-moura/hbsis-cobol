      * OBJETIVO.: CADASTRO DE OPERADORES DO SISTEMA - INCLUSAO,       *
      *            ALTERACAO E EXCLUSAO (SOFT DELETE), COM SENHA E     *
      *            NIVEL DE PERMISSAO                                  *
      ******************************************************************
      * A ATRIBUICAO DE UM PERFIL QUE TEM PAR DE OPCOES DAS REGRAS DE  *
      * SEGREGACAO (CADASEGF) E RECUSADA QUANDO A REGRA PROIBE E SO E  *
      * GRAVADA COM JUSTIFICATIVA PARA O OPERADOR QUANDO A REGRA ACEITA*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       01 WS-SENHA-CLARA               PIC X(08)       VALUE SPACES.
       01 WS-SENHA-CIFRADA             PIC X(08)       VALUE SPACES.
      *
       01 WS-PERFIL-ANTERIOR           PIC X(08)       VALUE SPACES.
       01 WS-JUSTIFICATIVA             PIC X(60)       VALUE SPACES.
       01 WS-SEGREGACAO-LIBERADA       PIC X(01)       VALUE "N".
           88 SEGREGACAO-LIBERADA      VALUE "S".
      *
       COPY SEGFPARM.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
               ACCEPT SCR-SENHA-OPE
               ACCEPT SCR-NIVEL-OPE
               ACCEPT SCR-PERFIL-OPE
               ACCEPT SCR-JUSTIFICATIVA-OPE
               ACCEPT OPCAO-INC-OPE
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-INC-OPE
               ELSE
                   PERFORM 1100-ABRIR-ARQUIVO-OPERADOR
                   PERFORM 1200-PESQUISAR-OPERADOR
                   PERFORM 1250-VERIFICAR-SEGREGACAO
                   IF SEGREGACAO-LIBERADA
                       PERFORM 1300-GRAVAR-ARQUIVO-OPERADOR
                   END-IF
                   PERFORM 1400-FECHAR-ARQUIVO-OPERADOR
               END-IF
           END-IF
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WS-OPERADOR-EXISTE
           MOVE SPACES                 TO WS-PERFIL-ANTERIOR
           MOVE OPE-NOME               TO WS-OPE-DIG-NOME
           MOVE OPE-SENHA              TO WS-OPE-DIG-SENHA
           MOVE OPE-NIVEL              TO WS-OPE-DIG-NIVEL
           READ ARQ-OPERADORES
           IF FS-OPE-OK
               MOVE "S"                TO WS-OPERADOR-EXISTE
               MOVE OPE-PERFIL         TO WS-PERFIL-ANTERIOR
           END-IF
           MOVE WS-OPE-DIG-NOME        TO OPE-NOME
           MOVE WS-OPE-DIG-SENHA       TO OPE-SENHA
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-VERIFICAR-SEGREGACAO       SECTION.
      *----------------------------------------------------------------*
      * SO A TROCA DE PERFIL E CONFERIDA; A JUSTIFICATIVA DIGITADA     *
      * FICA GRAVADA PARA O OPERADOR EM CADA PAR QUE A ACEITA          *
      *----------------------------------------------------------------*
           MOVE "S"                    TO WS-SEGREGACAO-LIBERADA
           IF OPE-PERFIL = SPACES OR OPE-PERFIL = WS-PERFIL-ANTERIOR
               MOVE SPACES             TO WS-JUSTIFICATIVA
               GO TO 1250-FIM
           END-IF
           MOVE "N"                    TO WS-SEGREGACAO-LIBERADA
           MOVE "V"                    TO PSG-FUNCAO
           MOVE OPE-PERFIL             TO PSG-PERFIL
           MOVE SPACES                 TO PSG-OPCAO-NOVA
           MOVE OPE-ID                 TO PSG-OPERADOR
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
           MOVE SPACES                 TO WS-JUSTIFICATIVA
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
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-GRAVAR-ARQUIVO-OPERADOR    SECTION.
      *----------------------------------------------------------------*
