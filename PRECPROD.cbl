      ******************************************************************
      * PROGRAMA.: PRECPROD                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: SUBPROGRAMA DO HISTORICO DE PRECOS DE VENDA -       *
      *            DEVOLVE O PRECO DE TABELA DO PRODUTO E A FAIXA DO   *
      *            SEGMENTO EM VIGOR NA DATA INFORMADA E GRAVA NO      *
      *            HISTORICO CADA MUDANCA DE PRECO, PARA CONFERIR      *
      *            PEDIDOS, DEVOLUCOES E CONTESTACOES PELO PRECO DA    *
      *            SUA DATA                                            *
      ******************************************************************
      * OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E FICAM ABERTOS    *
      * ATE A CHAMADA F; SEM HISTORICO ATE A DATA VALE O PRECO MAIS    *
      * ANTIGO DO HISTORICO OU, SEM HISTORICO, O CADASTRO ATUAL        *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. PRECPROD.
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
           SELECT ARQ-PRODUTOS         ASSIGN TO  "WID-ARQ-PRO.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRO-CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PRODUTO.
      *
           SELECT ARQ-TABELA-PRECO     ASSIGN TO  "WID-ARQ-TBP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TBP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-TABELA.
      *
           SELECT ARQ-HIST-PRECOS      ASSIGN TO  "WID-ARQ-HPR.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HPR-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-HISTORICO.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-PRODUTOS.
       COPY PRODCADA.
      *
       FD ARQ-TABELA-PRECO.
       COPY TBPRCADA.
      *
       FD ARQ-HIST-PRECOS.
       COPY HPRECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-PRODUTO                PIC X(02).
           88 FS-PRO-OK                VALUE "00" THRU "09".
       77 WS-FS-TABELA                 PIC X(02).
           88 FS-TBP-OK                VALUE "00" THRU "09".
       77 WS-FS-HISTORICO              PIC X(02).
           88 FS-HPR-OK                VALUE "00" THRU "09".
           88 FS-HPR-NAO-EXISTE        VALUE "35".
      *
      * --> ARQUIVOS ABERTOS NESTA EXECUCAO (CHAMADAS SEM F)
      *
       01 WS-CADASTROS-ABERTOS         PIC X(01)       VALUE "N".
           88 CADASTROS-ABERTOS        VALUE "S".
       01 WS-PRODUTOS-ABERTOS          PIC X(01)       VALUE "N".
           88 PRODUTOS-ABERTOS         VALUE "S".
       01 WS-TABELA-ABERTA             PIC X(01)       VALUE "N".
           88 TABELA-ABERTA            VALUE "S".
       01 WS-HISTORICO-ABERTO          PIC X(01)       VALUE "N".
           88 HISTORICO-ABERTO         VALUE "S".
      *
      * --> PRODUTO/TIPO/SEGMENTO PROCURADO NO HISTORICO
      *
       01 WS-PREFIXO-HISTORICO.
           05 WS-PFX-PRODUTO           PIC 9(07)       VALUE 0.
           05 WS-PFX-TIPO              PIC X(01)       VALUE SPACE.
           05 WS-PFX-FILIAL            PIC 9(02)       VALUE 0.
           05 WS-PFX-CANAL             PIC X(01)       VALUE SPACE.
           05 WS-PFX-PORTE             PIC X(01)       VALUE SPACE.
      *
      * --> RESULTADO DA PROCURA NO HISTORICO: A VIGENCIA ATE A DATA E,
      *     NA FALTA DELA, A MAIS ANTIGA
      *
       01 WS-ACHOU-VIGENTE             PIC X(01)       VALUE "N".
           88 ACHOU-VIGENTE            VALUE "S".
       01 WS-ACHOU-PRIMEIRO            PIC X(01)       VALUE "N".
           88 ACHOU-PRIMEIRO           VALUE "S".
       01 WS-HPR-TABELA                PIC 9(09)V99    VALUE 0.
       01 WS-HPR-MINIMO                PIC 9(09)V99    VALUE 0.
       01 WS-HPR-MAXIMO                PIC 9(09)V99    VALUE 0.
       01 WS-PRI-TABELA                PIC 9(09)V99    VALUE 0.
       01 WS-PRI-MINIMO                PIC 9(09)V99    VALUE 0.
       01 WS-PRI-MAXIMO                PIC 9(09)V99    VALUE 0.
       01 WS-DATA-PROCURA              PIC 9(08)       VALUE 0.
      *
      * --> REGISTRO A GRAVAR NO HISTORICO
      *
       01 WS-GRV-VIGENCIA              PIC 9(08)       VALUE 0.
       01 WS-GRV-TABELA                PIC 9(09)V99    VALUE 0.
       01 WS-GRV-MINIMO                PIC 9(09)V99    VALUE 0.
       01 WS-GRV-MAXIMO                PIC 9(09)V99    VALUE 0.
       01 WS-GRV-ORIGEM                PIC X(01)       VALUE SPACE.
       01 WS-GRV-REAJUSTE              PIC 9(05)       VALUE 0.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       COPY PRECPARM.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING REG-PARM-PRECO.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       PERFORM 0000-HISTORICO-PRECO.
      *----------------------------------------------------------------*
       0000-HISTORICO-PRECO            SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE PMP-FUNCAO
               WHEN "C"
                   PERFORM 1000-ABRIR-CADASTROS
                   PERFORM 2000-CONSULTAR-PRECO
               WHEN "G"
                   PERFORM 1100-ABRIR-HISTORICO
                   IF HISTORICO-ABERTO
                       PERFORM 3000-GRAVAR-PRECO
                   ELSE
                       MOVE "9"        TO PMP-RETORNO
                   END-IF
               WHEN "F"
                   PERFORM 4000-FINALIZAR
                   MOVE "0"            TO PMP-RETORNO
               WHEN OTHER
                   MOVE "9"            TO PMP-RETORNO
           END-EVALUATE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-CADASTROS            SECTION.
      *----------------------------------------------------------------*
      * A CONSULTA LE O HISTORICO E, NA FALTA DELE, O PRODUTO E A      *
      * TABELA DE PRECOS ATUAIS; ARQUIVO QUE NAO EXISTE FICA FECHADO   *
      *----------------------------------------------------------------*
           IF CADASTROS-ABERTOS
               GO TO 1000-FIM
           END-IF
           MOVE "S"                    TO WS-CADASTROS-ABERTOS
           OPEN INPUT ARQ-PRODUTOS
           IF FS-PRO-OK
               MOVE "S"                TO WS-PRODUTOS-ABERTOS
           END-IF
           OPEN INPUT ARQ-TABELA-PRECO
           IF FS-TBP-OK
               MOVE "S"                TO WS-TABELA-ABERTA
           END-IF
           IF NOT HISTORICO-ABERTO
               OPEN INPUT ARQ-HIST-PRECOS
               IF FS-HPR-OK
                   MOVE "S"            TO WS-HISTORICO-ABERTO
               END-IF
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORICO            SECTION.
      *----------------------------------------------------------------*
      * A GRAVACAO CRIA O HISTORICO NA PRIMEIRA MUDANCA DE PRECO; SE   *
      * UMA CONSULTA ANTERIOR O ABRIU SO PARA LEITURA, E REABERTO      *
      *----------------------------------------------------------------*
           IF HISTORICO-ABERTO AND CADASTROS-ABERTOS
               CLOSE ARQ-HIST-PRECOS
               MOVE "N"                TO WS-HISTORICO-ABERTO
               MOVE "N"                TO WS-CADASTROS-ABERTOS
               IF PRODUTOS-ABERTOS
                   CLOSE ARQ-PRODUTOS
                   MOVE "N"            TO WS-PRODUTOS-ABERTOS
               END-IF
               IF TABELA-ABERTA
                   CLOSE ARQ-TABELA-PRECO
                   MOVE "N"            TO WS-TABELA-ABERTA
               END-IF
           END-IF
           IF HISTORICO-ABERTO
               GO TO 1100-FIM
           END-IF
           OPEN I-O ARQ-HIST-PRECOS
           IF FS-HPR-NAO-EXISTE
               OPEN OUTPUT ARQ-HIST-PRECOS
               CLOSE ARQ-HIST-PRECOS
               OPEN I-O ARQ-HIST-PRECOS
           END-IF
           IF FS-HPR-OK
               MOVE "S"                TO WS-HISTORICO-ABERTO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-CONSULTAR-PRECO            SECTION.
      *----------------------------------------------------------------*
      * PRECO DE TABELA DO PRODUTO E FAIXA DO SEGMENTO NA DATA         *
      *----------------------------------------------------------------*
           MOVE 0                      TO PMP-PRECO-TABELA
           MOVE 0                      TO PMP-PRECO-MINIMO
           MOVE 0                      TO PMP-PRECO-MAXIMO
           MOVE "S"                    TO PMP-ORIGEM-TABELA
           MOVE "S"                    TO PMP-ORIGEM-FAIXA
           MOVE "0"                    TO PMP-RETORNO
           MOVE PMP-PRODUTO            TO WS-PFX-PRODUTO
           MOVE "P"                    TO WS-PFX-TIPO
           MOVE 0                      TO WS-PFX-FILIAL
           MOVE SPACE                  TO WS-PFX-CANAL
           MOVE SPACE                  TO WS-PFX-PORTE
           MOVE PMP-DATA               TO WS-DATA-PROCURA
           PERFORM 2100-PROCURAR-VIGENCIA
           EVALUATE TRUE
               WHEN ACHOU-VIGENTE
                   MOVE WS-HPR-TABELA  TO PMP-PRECO-TABELA
                   MOVE "H"            TO PMP-ORIGEM-TABELA
               WHEN ACHOU-PRIMEIRO
                   MOVE WS-PRI-TABELA  TO PMP-PRECO-TABELA
                   MOVE "H"            TO PMP-ORIGEM-TABELA
               WHEN PRODUTOS-ABERTOS
                   MOVE PMP-PRODUTO    TO PRO-CODIGO
                   READ ARQ-PRODUTOS
                   IF FS-PRO-OK
                       MOVE PRO-PRECO-TABELA
                                       TO PMP-PRECO-TABELA
                       MOVE "A"        TO PMP-ORIGEM-TABELA
                   END-IF
           END-EVALUATE
           MOVE "F"                    TO WS-PFX-TIPO
           MOVE PMP-FILIAL             TO WS-PFX-FILIAL
           MOVE PMP-CANAL              TO WS-PFX-CANAL
           MOVE PMP-PORTE              TO WS-PFX-PORTE
           PERFORM 2100-PROCURAR-VIGENCIA
           EVALUATE TRUE
               WHEN ACHOU-VIGENTE
                   MOVE WS-HPR-MINIMO  TO PMP-PRECO-MINIMO
                   MOVE WS-HPR-MAXIMO  TO PMP-PRECO-MAXIMO
                   MOVE "H"            TO PMP-ORIGEM-FAIXA
               WHEN ACHOU-PRIMEIRO
                   MOVE WS-PRI-MINIMO  TO PMP-PRECO-MINIMO
                   MOVE WS-PRI-MAXIMO  TO PMP-PRECO-MAXIMO
                   MOVE "H"            TO PMP-ORIGEM-FAIXA
               WHEN TABELA-ABERTA
                   MOVE PMP-FILIAL     TO TBP-FILIAL
                   MOVE PMP-CANAL      TO TBP-CANAL
                   MOVE PMP-PORTE      TO TBP-PORTE
                   MOVE PMP-PRODUTO    TO TBP-PRODUTO
                   READ ARQ-TABELA-PRECO
                   IF FS-TBP-OK
                       MOVE TBP-PRECO-MINIMO
                                       TO PMP-PRECO-MINIMO
                       MOVE TBP-PRECO-MAXIMO
                                       TO PMP-PRECO-MAXIMO
                       MOVE "A"        TO PMP-ORIGEM-FAIXA
                   END-IF
           END-EVALUATE
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCURAR-VIGENCIA          SECTION.
      *----------------------------------------------------------------*
      * PERCORRE O HISTORICO DO PRODUTO/TIPO/SEGMENTO EM ORDEM DE      *
      * VIGENCIA E FICA COM O ULTIMO REGISTRO QUE COMECOU ATE A DATA;  *
      * GUARDA TAMBEM O PRIMEIRO, PARA DATAS ANTERIORES AO HISTORICO   *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-ACHOU-VIGENTE
           MOVE "N"                    TO WS-ACHOU-PRIMEIRO
           IF NOT HISTORICO-ABERTO
               GO TO 2100-FIM
           END-IF
           MOVE WS-PREFIXO-HISTORICO   TO HPR-CHAVE (1:12)
           MOVE 0                      TO HPR-DT-VIGENCIA
           START ARQ-HIST-PRECOS       KEY IS NOT < HPR-CHAVE
           IF FS-HPR-OK
               READ ARQ-HIST-PRECOS NEXT
           END-IF
           IF FS-HPR-OK
               AND HPR-CHAVE (1:12) = WS-PREFIXO-HISTORICO
               MOVE "S"                TO WS-ACHOU-PRIMEIRO
               MOVE HPR-PRECO-TABELA   TO WS-PRI-TABELA
               MOVE HPR-PRECO-MINIMO   TO WS-PRI-MINIMO
               MOVE HPR-PRECO-MAXIMO   TO WS-PRI-MAXIMO
           END-IF
           PERFORM UNTIL NOT FS-HPR-OK
                   OR HPR-CHAVE (1:12) NOT = WS-PREFIXO-HISTORICO
                   OR HPR-DT-VIGENCIA > WS-DATA-PROCURA
               MOVE "S"                TO WS-ACHOU-VIGENTE
               MOVE HPR-PRECO-TABELA   TO WS-HPR-TABELA
               MOVE HPR-PRECO-MINIMO   TO WS-HPR-MINIMO
               MOVE HPR-PRECO-MAXIMO   TO WS-HPR-MAXIMO
               READ ARQ-HIST-PRECOS NEXT
           END-PERFORM
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-PRECO               SECTION.
      *----------------------------------------------------------------*
      * NA PRIMEIRA MUDANCA DO PRODUTO/SEGMENTO, O PRECO QUE JA        *
      * VIGORAVA ENTRA ANTES, DESDE A SUA ULTIMA MANUTENCAO (OU DESDE  *
      * SEMPRE, SE ELA NAO FOR ANTERIOR A VIGENCIA NOVA); NA MESMA     *
      * VIGENCIA O REGISTRO E SUBSTITUIDO                              *
      *----------------------------------------------------------------*
           MOVE "0"                    TO PMP-RETORNO
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           MOVE PMP-PRODUTO            TO WS-PFX-PRODUTO
           MOVE PMP-TIPO               TO WS-PFX-TIPO
           IF PMP-TIPO = "F"
               MOVE PMP-FILIAL         TO WS-PFX-FILIAL
               MOVE PMP-CANAL          TO WS-PFX-CANAL
               MOVE PMP-PORTE          TO WS-PFX-PORTE
           ELSE
               MOVE 0                  TO WS-PFX-FILIAL
               MOVE SPACE              TO WS-PFX-CANAL
               MOVE SPACE              TO WS-PFX-PORTE
           END-IF
           MOVE 0                      TO WS-DATA-PROCURA
           PERFORM 2100-PROCURAR-VIGENCIA
           IF NOT ACHOU-PRIMEIRO
               AND (PMP-ANT-PRECO-TABELA > 0
                    OR PMP-ANT-PRECO-MAXIMO > 0)
               IF PMP-ANT-DATA < PMP-DATA
                   MOVE PMP-ANT-DATA   TO WS-GRV-VIGENCIA
               ELSE
                   MOVE 0              TO WS-GRV-VIGENCIA
               END-IF
               MOVE PMP-ANT-PRECO-TABELA
                                       TO WS-GRV-TABELA
               MOVE PMP-ANT-PRECO-MINIMO
                                       TO WS-GRV-MINIMO
               MOVE PMP-ANT-PRECO-MAXIMO
                                       TO WS-GRV-MAXIMO
               MOVE "I"                TO WS-GRV-ORIGEM
               MOVE 0                  TO WS-GRV-REAJUSTE
               PERFORM 3100-GRAVAR-REGISTRO
           END-IF
           MOVE PMP-DATA               TO WS-GRV-VIGENCIA
           MOVE PMP-PRECO-TABELA       TO WS-GRV-TABELA
           MOVE PMP-PRECO-MINIMO       TO WS-GRV-MINIMO
           MOVE PMP-PRECO-MAXIMO       TO WS-GRV-MAXIMO
           MOVE PMP-ORIGEM-GRAVACAO    TO WS-GRV-ORIGEM
           MOVE PMP-REAJUSTE           TO WS-GRV-REAJUSTE
           PERFORM 3100-GRAVAR-REGISTRO
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      * INCLUI OU SUBSTITUI O REGISTRO DA VIGENCIA COM OS VALORES      *
      * PREPARADOS EM WS-GRV-                                          *
      *----------------------------------------------------------------*
           MOVE WS-PREFIXO-HISTORICO   TO HPR-CHAVE (1:12)
           MOVE WS-GRV-VIGENCIA        TO HPR-DT-VIGENCIA
           READ ARQ-HIST-PRECOS
           MOVE WS-GRV-TABELA          TO HPR-PRECO-TABELA
           MOVE WS-GRV-MINIMO          TO HPR-PRECO-MINIMO
           MOVE WS-GRV-MAXIMO          TO HPR-PRECO-MAXIMO
           MOVE WS-GRV-ORIGEM          TO HPR-ORIGEM
           MOVE WS-GRV-REAJUSTE        TO HPR-REAJUSTE
           MOVE WS-DATA-ATUAL          TO HPR-DT-INCLUSAO
           MOVE PMP-OPERADOR           TO HPR-OPERADOR-INCLUSAO
           IF FS-HPR-OK
               REWRITE REG-HIST-PRECO
           ELSE
               WRITE REG-HIST-PRECO
           END-IF
           IF NOT FS-HPR-OK
               MOVE "9"                TO PMP-RETORNO
           END-IF
           .
       3100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF PRODUTOS-ABERTOS
               CLOSE ARQ-PRODUTOS
               MOVE "N"                TO WS-PRODUTOS-ABERTOS
           END-IF
           IF TABELA-ABERTA
               CLOSE ARQ-TABELA-PRECO
               MOVE "N"                TO WS-TABELA-ABERTA
           END-IF
           IF HISTORICO-ABERTO
               CLOSE ARQ-HIST-PRECOS
               MOVE "N"                TO WS-HISTORICO-ABERTO
           END-IF
           MOVE "N"                    TO WS-CADASTROS-ABERTOS
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM PRECPROD.
      *----------------------------------------------------------------*
