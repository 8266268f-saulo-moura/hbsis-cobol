      *            GERACOES DATADAS COM PROGRAMA, DATA E OPERADOR,     *
      *            MOSTRA UMA GERACAO NA TELA, MARCA PARA REIMPRESSAO  *
      *            E EXPURGA ALEM DO LIMITE DE RETENCAO                *
      ******************************************************************
      * A SEGUNDA VIA DE UM DOCUMENTO DE FATURAMENTO E EMITIDA PELO    *
      * NUMERO DO DOCUMENTO (EMITDOCU) NUMA GERACAO NOVA, QUE ENTRA NA *
      * LISTA JA MARCADA PARA IMPRESSAO                                *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
           88 SAIR-SPOOL               VALUE "S".
       01 WS-PRIMEIRO-MANTIDO          PIC 9(03)       VALUE 0.
      *
      * --> SEGUNDA VIA DO DOCUMENTO DE FATURAMENTO
      *
       01 WS-DOCUMENTO-ESCOLHIDO       PIC 9(09)       VALUE 0.
       COPY DOCUPARM.
      *
      * --> REGISTRO DO SPOOL CARREGADO EM MEMORIA
      *
       01 WS-QTD-GERACOES              PIC 9(03)       VALUE 0.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-REIMPR               PIC X(01).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
           ELSE
               PERFORM UNTIL SAIR-SPOOL
                   PERFORM 2000-LISTAR-GERACOES
                   DISPLAY "V-VER  R-REIMPRIMIR  D-SEGUNDA VIA"
                           " DOCUMENTO  X-EXPURGAR  S-SAIR: "
                                       WITH NO ADVANCING
                   ACCEPT WS-OPCAO-SPOOL
                   EVALUATE WS-OPCAO-SPOOL
                       WHEN "R"
                       WHEN "r"
                           PERFORM 4000-MARCAR-REIMPRESSAO
                       WHEN "D"
                       WHEN "d"
                           PERFORM 4500-SEGUNDA-VIA-DOCUMENTO
                       WHEN "X"
                       WHEN "x"
                           PERFORM 5000-EXPURGAR-GERACOES
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4500-SEGUNDA-VIA-DOCUMENTO      SECTION.
      *----------------------------------------------------------------*
      * EMITE O DOCUMENTO INFORMADO NUMA GERACAO NOVA E RECARREGA A    *
      * LISTA, QUE PASSA A TRAZER A GERACAO MARCADA PARA IMPRESSAO     *
      *----------------------------------------------------------------*
           DISPLAY "NUMERO DO DOCUMENTO: " WITH NO ADVANCING
           ACCEPT WS-DOCUMENTO-ESCOLHIDO
           IF WS-DOCUMENTO-ESCOLHIDO = 0
               DISPLAY "DOCUMENTO INVALIDO"
               GO TO 4500-FIM
           END-IF
           MOVE WS-DOCUMENTO-ESCOLHIDO TO EMD-DOCUMENTO-INICIAL
           MOVE WS-DOCUMENTO-ESCOLHIDO TO EMD-DOCUMENTO-FINAL
           MOVE WS-OPERADOR-LINK       TO EMD-OPERADOR
           MOVE "S"                    TO EMD-SEGUNDA-VIA
           CALL "EMITDOCU"             USING REG-PARM-DOCUMENTO
           EVALUATE TRUE
               WHEN EMD-OK
                   PERFORM 1000-CARREGAR-REGISTRO
                   DISPLAY "SEGUNDA VIA GRAVADA EM " EMD-NOME-GERACAO
               WHEN EMD-NENHUM-DOCUMENTO
                   DISPLAY "DOCUMENTO NAO ENCONTRADO NAS FATURAS"
               WHEN OTHER
                   DISPLAY "ERRO NA EMISSAO DA SEGUNDA VIA"
           END-EVALUATE
           .
       4500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-EXPURGAR-GERACOES          SECTION.
      *----------------------------------------------------------------*
