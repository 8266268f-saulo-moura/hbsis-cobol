      * OBJETIVO.: PACOTE DE SINCRONIZACAO DE SAIDA PARA O APLICATIVO  *
      *            DE CAMPO - GERA, POR CPF DE VENDEDOR, A CARTEIRA    *
      *            ATUAL, OS DADOS DOS CLIENTES (NOME, ENDERECO,       *
      *            COORDENADAS, CANAL E PORTE), O PEDIDO SUGERIDO DE   *
      *            CADA CLIENTE E A AGENDA PLANEJADA                   *
      *            DA SEMANA, COM HEADER/TRAILER E NUMERO DE           *
      *            SEQUENCIA POR GERACAO PARA O APP DETECTAR PACOTE    *
      *            PERDIDO                                             *
       01 WS-TOT-REGISTROS             PIC 9(09)       VALUE 0.
       01 WS-TOT-CLIENTES              PIC 9(07)       VALUE 0.
       01 WS-TOT-AGENDA                PIC 9(07)       VALUE 0.
       01 WS-TOT-SUGESTOES             PIC 9(07)       VALUE 0.
      *
      * --> PEDIDO SUGERIDO DO CLIENTE, PARA O APP PRE-PREENCHER O
      *     PEDIDO NA VISITA
      *
       COPY SUGEPARM.
       01 WS-SUG-IND                   PIC 9(02)       VALUE 0.
      *
      * --> REGISTROS DO PACOTE: HEADER (H), CARTEIRA/CLIENTE (C),
      *     PEDIDO SUGERIDO (S, LOGO APOS O C DO CLIENTE), AGENDA
      *     PLANEJADA (A) E TRAILER (T)
      *
       01 WS-REG-HEADER.
           05 FILLER                   PIC X(01)   VALUE "H".
                                       SIGN LEADING SEPARATE.
           05 EXP-CANAL                PIC X(01).
           05 EXP-PORTE                PIC X(01).
      *
       01 WS-REG-SUGESTAO.
           05 FILLER                   PIC X(01)   VALUE "S".
           05 SGE-CPF-VEN              PIC 9(11).
           05 SGE-CNPJ-CLI             PIC 9(14).
           05 SGE-PRODUTO              PIC 9(07).
           05 SGE-QUANTIDADE           PIC 9(05).
           05 SGE-PEDIDOS-PRODUTO      PIC 9(03).
           05 SGE-PEDIDOS-HISTORICO    PIC 9(03).
           05 SGE-ULTIMA-COMPRA        PIC 9(08).
           05 SGE-PAROU                PIC X(01).
      *
       01 WS-REG-AGENDA.
           05 FILLER                   PIC X(01)   VALUE "A".
       2000-EXPORTAR-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      * UM REGISTRO C POR VINCULO DA CARTEIRA, COM OS DADOS DO         *
      * CLIENTE QUE O VENDEDOR PRECISA NO APP, SEGUIDO DOS REGISTROS S *
      * DO PEDIDO SUGERIDO DELE                                        *
      *----------------------------------------------------------------*
           READ ARQ-CARTEIRA NEXT
           PERFORM UNTIL NOT FS-CAR-OK
                   WRITE REG-EXP-APP
                   ADD 1               TO WS-TOT-REGISTROS
                   ADD 1               TO WS-TOT-CLIENTES
                   PERFORM 2100-EXPORTAR-SUGESTAO
               END-IF
               READ ARQ-CARTEIRA NEXT
           END-PERFORM
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-EXPORTAR-SUGESTAO          SECTION.
      *----------------------------------------------------------------*
      * UM REGISTRO S POR PRODUTO SUGERIDO, DO MAIS FREQUENTE PARA O   *
      * MENOS FREQUENTE; PAROU = "S" MARCA O PRODUTO QUE O CLIENTE     *
      * DEIXOU DE COMPRAR                                              *
      *----------------------------------------------------------------*
           MOVE CAR-CNPJ               TO SUG-CNPJ
           MOVE WS-DATA-ATUAL          TO SUG-DATA-BASE
           CALL "SUGEPEDI"             USING REG-PARM-SUGESTAO
           IF NOT SUG-MONTADA
               GO TO 2100-FIM
           END-IF
           PERFORM VARYING WS-SUG-IND FROM 1 BY 1
                   UNTIL WS-SUG-IND > SUG-QTD-PRODUTOS
               MOVE CAR-CPF            TO SGE-CPF-VEN
               MOVE CAR-CNPJ           TO SGE-CNPJ-CLI
               MOVE SUG-PRO-CODIGO (WS-SUG-IND) TO SGE-PRODUTO
               MOVE SUG-PRO-QUANTIDADE (WS-SUG-IND)
                                       TO SGE-QUANTIDADE
               MOVE SUG-PRO-PEDIDOS (WS-SUG-IND)
                                       TO SGE-PEDIDOS-PRODUTO
               MOVE SUG-QTD-PEDIDOS    TO SGE-PEDIDOS-HISTORICO
               MOVE SUG-PRO-ULTIMA-DATA (WS-SUG-IND)
                                       TO SGE-ULTIMA-COMPRA
               MOVE SUG-PRO-PAROU (WS-SUG-IND) TO SGE-PAROU
               MOVE WS-REG-SUGESTAO    TO REG-EXP-APP
               WRITE REG-EXP-APP
               ADD 1                   TO WS-TOT-REGISTROS
               ADD 1                   TO WS-TOT-SUGESTOES
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-EXPORTAR-AGENDA            SECTION.
      *----------------------------------------------------------------*
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PRODUTOS SUGERIDOS........: "
                   WS-TOT-SUGESTOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
