               RECORD KEY              IS RED-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-REDE.
      *
           SELECT ARQ-EQUIPAMENTOS     ASSIGN TO  "WID-ARQ-EQP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EQP-SERIE
               ALTERNATE RECORD KEY    IS EQP-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-EQUIPAMENTO.
      *
           SELECT ARQ-MOV-EQUIPAMENTO  ASSIGN TO  "WID-MOV-EQP.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-MOV-EQUIPAMENTO.
      *
           SELECT ARQ-RECLAMACOES      ASSIGN TO  "WID-ARQ-RCL.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RCL-NUMERO
               ALTERNATE RECORD KEY    IS RCL-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECLAMACAO.
      *
           SELECT ARQ-REL-DOSSIE       ASSIGN TO  "WID-REL-DOS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
      *
       FD ARQ-MOV-CARTEIRA.
       COPY MOVCADA.
      *
       FD ARQ-EQUIPAMENTOS.
       COPY EQUICADA.
      *
       FD ARQ-MOV-EQUIPAMENTO.
       COPY MVEQCADA.
      *
       FD ARQ-RECLAMACOES.
       COPY RECLCADA.
      *
       FD ARQ-LISTA-DOSSIE.
       01 REG-LISTA-DOSSIE.
           88 FS-MOV-OK                VALUE "00" THRU "09".
           88 FS-MOV-FIM               VALUE "10".
           88 FS-MOV-NAO-EXISTE        VALUE "35".
       77 WS-FS-EQUIPAMENTO            PIC X(02).
           88 FS-EQP-OK                VALUE "00" THRU "09".
           88 FS-EQP-FIM               VALUE "10".
           88 FS-EQP-NAO-EXISTE        VALUE "35".
       77 WS-FS-MOV-EQUIPAMENTO        PIC X(02).
           88 FS-MEQ-OK                VALUE "00" THRU "09".
           88 FS-MEQ-FIM               VALUE "10".
           88 FS-MEQ-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECLAMACAO             PIC X(02).
           88 FS-RCL-OK                VALUE "00" THRU "09".
           88 FS-RCL-FIM               VALUE "10".
           88 FS-RCL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LISTA                  PIC X(02).
           88 FS-LST-OK                VALUE "00" THRU "09".
           88 FS-LST-FIM               VALUE "10".
               PERFORM 2400-IMPRIMIR-MOVIMENTACAO
               PERFORM 2500-IMPRIMIR-DEVOLUCOES
               PERFORM 2600-IMPRIMIR-ANOTACOES
               PERFORM 2700-IMPRIMIR-EQUIPAMENTOS
               PERFORM 2800-IMPRIMIR-RECLAMACOES
               MOVE "==================================="
                                       TO WS-LINHA-DOS
               PERFORM 7100-GRAVAR-LINHA-DOS
       2600-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2700-IMPRIMIR-EQUIPAMENTOS      SECTION.
      *----------------------------------------------------------------*
      * EQUIPAMENTOS EM COMODATO INSTALADOS HOJE NO CLIENTE E O        *
      * HISTORICO DE MOVIMENTOS QUE ENTRARAM OU SAIRAM DELE            *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-EQUIPAMENTOS
           IF NOT FS-EQP-OK
               GO TO 2700-FIM
           END-IF
           MOVE "EQUIPAMENTOS EM COMODATO" TO WS-LINHA-DOS
           PERFORM 7100-GRAVAR-LINHA-DOS
           MOVE WS-CNPJ-DOSSIE         TO EQP-CNPJ
           START ARQ-EQUIPAMENTOS      KEY IS EQUAL EQP-CNPJ
           IF FS-EQP-OK
               READ ARQ-EQUIPAMENTOS NEXT
               PERFORM UNTIL NOT FS-EQP-OK
                       OR EQP-CNPJ NOT = WS-CNPJ-DOSSIE
                   MOVE SPACES         TO WS-LINHA-DOS
                   STRING "  " EQP-SERIE " " EQP-TIPO
                          " " EQP-DESCRICAO
                          " INST " EQP-DT-INSTALACAO
                          " FIM " EQP-DT-FIM-CONTRATO
                          " CONF " EQP-DT-ULT-CONFERENCIA
                          " " EQP-ULT-CONFERENCIA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-DOS
                   PERFORM 7100-GRAVAR-LINHA-DOS
                   READ ARQ-EQUIPAMENTOS NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-EQUIPAMENTOS
           OPEN INPUT ARQ-MOV-EQUIPAMENTO
           IF FS-MEQ-OK
               MOVE "MOVIMENTOS DE EQUIPAMENTOS"
                                       TO WS-LINHA-DOS
               PERFORM 7100-GRAVAR-LINHA-DOS
               READ ARQ-MOV-EQUIPAMENTO NEXT
               PERFORM UNTIL NOT FS-MEQ-OK
                   IF MEQ-CNPJ-ANTERIOR = WS-CNPJ-DOSSIE
                       OR MEQ-CNPJ-NOVO = WS-CNPJ-DOSSIE
                       MOVE SPACES     TO WS-LINHA-DOS
                       STRING "  " MEQ-DATA " " MEQ-HORA
                              " " MEQ-SERIE " " MEQ-TIPO
                              " DE " MEQ-CNPJ-ANTERIOR
                              " PARA " MEQ-CNPJ-NOVO
                              " POR " MEQ-PROGRAMA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-DOS
                       PERFORM 7100-GRAVAR-LINHA-DOS
                   END-IF
                   READ ARQ-MOV-EQUIPAMENTO NEXT
               END-PERFORM
               CLOSE ARQ-MOV-EQUIPAMENTO
           END-IF
           .
       2700-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2800-IMPRIMIR-RECLAMACOES       SECTION.
      *----------------------------------------------------------------*
      * RECLAMACOES DO SAC AINDA ABERTAS OU EM ANDAMENTO, COM A DATA   *
      * LIMITE DE ATENDIMENTO                                          *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-RECLAMACOES
           IF NOT FS-RCL-OK
               GO TO 2800-FIM
           END-IF
           MOVE "RECLAMACOES PENDENTES" TO WS-LINHA-DOS
           PERFORM 7100-GRAVAR-LINHA-DOS
           MOVE WS-CNPJ-DOSSIE         TO RCL-CNPJ
           START ARQ-RECLAMACOES       KEY IS EQUAL RCL-CNPJ
           IF FS-RCL-OK
               READ ARQ-RECLAMACOES NEXT
               PERFORM UNTIL NOT FS-RCL-OK
                       OR RCL-CNPJ NOT = WS-CNPJ-DOSSIE
                   IF RECLAMACAO-PENDENTE
                       MOVE SPACES     TO WS-LINHA-DOS
                       STRING "  " RCL-NUMERO " " RCL-DATA-ABERTURA
                              " TIPO " RCL-TIPO
                              " SIT " RCL-SITUACAO
                              " LIMITE " RCL-DATA-LIMITE
                              " " RCL-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-DOS
                       PERFORM 7100-GRAVAR-LINHA-DOS
                   END-IF
                   READ ARQ-RECLAMACOES NEXT
               END-PERFORM
           END-IF
           CLOSE ARQ-RECLAMACOES
           .
       2800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
