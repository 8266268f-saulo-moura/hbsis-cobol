      * DATA.....: 14/06/2019                                          *
      * OBJETIVO.: ROTEIRO DE VISITA DO VENDEDOR, A PARTIR DOS CLIENTES*
      *            DA SUA CARTEIRA, ORDENADO PELO VIZINHO MAIS PROXIMO *
      *            COM O PEDIDO SUGERIDO DE CADA CLIENTE NA PARADA     *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
           SELECT ARQ-ANOTACOES        ASSIGN TO  "WID-ARQ-NTA.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-ANOTACAO.
      *
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-ANOTACOES.
       COPY ANOTCADA.
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       01 WS-ULTIMA-NOTA-DATA          PIC 9(08)       VALUE 0.
       01 WS-LINHA-NOTA                PIC X(80)       VALUE SPACES.
      *
      * --> PEDIDO SUGERIDO DO CLIENTE DA PARADA, IMPRESSO ABAIXO DELA;
      *     OS PRODUTOS QUE O CLIENTE DEIXOU DE COMPRAR SAEM MARCADOS
      *
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       01 WS-PRODUTOS-ABERTOS          PIC X(01)       VALUE "N".
           88 PRODUTOS-ABERTOS         VALUE "S".
       COPY SUGEPARM.
       01 WS-SUG-IND                   PIC 9(02)       VALUE 0.
       01 WS-LINHA-SUGESTAO.
           05 FILLER                   PIC X(08)   VALUE SPACES.
           05 SAI-SUG-PRODUTO          PIC 9(07).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 SAI-SUG-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 SAI-SUG-QUANTIDADE       PIC ZZZZ9.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SUG-PEDIDOS          PIC ZZ9.
           05 FILLER                   PIC X(01)   VALUE "/".
           05 SAI-SUG-TOTAL            PIC 999.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SUG-ULTIMA           PIC 9(04)/9(02)/9(02).
           05 FILLER                   PIC X(01)   VALUE SPACE.
           05 SAI-SUG-PAROU            PIC X(18).
      *
      * --> GERACAO DATADA DO RELATORIO, REGISTRADA NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
           IF NOT FS-VEN-OK AND NOT FS-VEN-NAO-EXISTE
               PERFORM 9993-ERRO-ARQUIVO-VENDEDORES
           END-IF
           OPEN INPUT ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE "S"                TO WS-PRODUTOS-ABERTOS
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
           WRITE REG-REL-ROTA
           DISPLAY WS-LINHA-REL-ROTA
           PERFORM 2250-ANOTACAO-DA-PARADA
           PERFORM 2270-PEDIDO-SUGERIDO
           PERFORM 2300-GRAVAR-LINHA-NAV
           .
       2200-FIM. EXIT.
       2250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2270-PEDIDO-SUGERIDO            SECTION.
      *----------------------------------------------------------------*
      * IMPRIME ABAIXO DA PARADA O PEDIDO SUGERIDO DO CLIENTE:         *
      * PRODUTO, QUANTIDADE DE COSTUME, EM QUANTOS DOS PEDIDOS DO      *
      * HISTORICO ELE APARECEU E A ULTIMA COMPRA; SEM HISTORICO NAO    *
      * IMPRIME NADA                                                   *
      *----------------------------------------------------------------*
           MOVE WS-CLI-TAB-CNPJ (WS-MELHOR-IND) TO SUG-CNPJ
           MOVE WS-DATA-ATUAL          TO SUG-DATA-BASE
           CALL "SUGEPEDI"             USING REG-PARM-SUGESTAO
           IF NOT SUG-MONTADA
               GO TO 2270-FIM
           END-IF
           MOVE SPACES                 TO WS-LINHA-NOTA
           STRING "      PEDIDO SUGERIDO (PRODUTO, QTD, PEDIDOS COM O "
                  "PRODUTO, ULTIMA COMPRA):"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-NOTA
           MOVE WS-LINHA-NOTA          TO REG-REL-ROTA
           WRITE REG-REL-ROTA
           DISPLAY WS-LINHA-NOTA
           PERFORM VARYING WS-SUG-IND FROM 1 BY 1
                   UNTIL WS-SUG-IND > SUG-QTD-PRODUTOS
               MOVE SUG-PRO-CODIGO (WS-SUG-IND) TO SAI-SUG-PRODUTO
               MOVE SPACES             TO SAI-SUG-DESCRICAO
               IF PRODUTOS-ABERTOS
                   MOVE SUG-PRO-CODIGO (WS-SUG-IND) TO PRO-CODIGO
                   READ ARQ-PRODUTOS
                   IF FS-PRO-OK
                       MOVE PRO-DESCRICAO TO SAI-SUG-DESCRICAO
                   END-IF
               END-IF
               MOVE SUG-PRO-QUANTIDADE (WS-SUG-IND)
                                       TO SAI-SUG-QUANTIDADE
               MOVE SUG-PRO-PEDIDOS (WS-SUG-IND) TO SAI-SUG-PEDIDOS
               MOVE SUG-QTD-PEDIDOS    TO SAI-SUG-TOTAL
               MOVE SUG-PRO-ULTIMA-DATA (WS-SUG-IND)
                                       TO SAI-SUG-ULTIMA
               IF SUG-PAROU (WS-SUG-IND)
                   MOVE "** PAROU DE COMPRAR"
                                       TO SAI-SUG-PAROU
               ELSE
                   MOVE SPACES         TO SAI-SUG-PAROU
               END-IF
               MOVE WS-LINHA-SUGESTAO  TO REG-REL-ROTA
               WRITE REG-REL-ROTA
               DISPLAY WS-LINHA-SUGESTAO
           END-PERFORM
           .
       2270-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-GRAVAR-LINHA-NAV           SECTION.
      *----------------------------------------------------------------*
           IF FS-VEN-OK
               CLOSE ARQ-VENDEDORES
           END-IF
           IF PRODUTOS-ABERTOS
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-PRODUTOS-ABERTOS
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
