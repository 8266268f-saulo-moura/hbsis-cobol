           05 WS-TBP-DIG-MINIMO        PIC 9(09)V99.
           05 WS-TBP-DIG-MAXIMO        PIC 9(09)V99.
      *
      * --> FAIXA GRAVADA ANTES DA DIGITACAO E DATA DA SUA ULTIMA
      *     MANUTENCAO; A MUDANCA DE FAIXA VAI PARA O HISTORICO DE
      *     PRECOS COM VIGENCIA NA DATA DA ALTERACAO
      *
       01 WS-FAIXA-ANTERIOR.
           05 WS-TBP-ANT-MINIMO        PIC 9(09)V99.
           05 WS-TBP-ANT-MAXIMO        PIC 9(09)V99.
           05 WS-TBP-ANT-DATA          PIC 9(08).
      *
       COPY PRECPARM.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                   PERFORM 1200-PESQUISAR-FAIXA
                   PERFORM 1300-GRAVAR-ARQUIVO-TABELA
                   PERFORM 1400-FECHAR-ARQUIVO-TABELA
                   PERFORM 1500-GRAVAR-HISTORICO-PRECO
               END-IF
           END-IF
           END-IF
           MOVE "N"                    TO WS-FAIXA-EXISTE
           MOVE TBP-PRECO-MINIMO       TO WS-TBP-DIG-MINIMO
           MOVE TBP-PRECO-MAXIMO       TO WS-TBP-DIG-MAXIMO
           INITIALIZE WS-FAIXA-ANTERIOR
           READ ARQ-TABELA-PRECO
           IF FS-TBP-OK
               MOVE "S"                TO WS-FAIXA-EXISTE
               MOVE TBP-PRECO-MINIMO   TO WS-TBP-ANT-MINIMO
               MOVE TBP-PRECO-MAXIMO   TO WS-TBP-ANT-MAXIMO
               IF TBP-DT-ALTERACAO > 0
                   MOVE TBP-DT-ALTERACAO
                                       TO WS-TBP-ANT-DATA
               ELSE
                   MOVE TBP-DT-INCLUSAO
                                       TO WS-TBP-ANT-DATA
               END-IF
           END-IF
           MOVE WS-TBP-DIG-MINIMO      TO TBP-PRECO-MINIMO
           MOVE WS-TBP-DIG-MAXIMO      TO TBP-PRECO-MAXIMO
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-GRAVAR-HISTORICO-PRECO     SECTION.
      *----------------------------------------------------------------*
      * FAIXA NOVA OU ALTERADA ENTRA NO HISTORICO DE PRECOS COM        *
      * VIGENCIA NA DATA DA MANUTENCAO                                 *
      *----------------------------------------------------------------*
           IF TBP-PRECO-MINIMO = WS-TBP-ANT-MINIMO
               AND TBP-PRECO-MAXIMO = WS-TBP-ANT-MAXIMO
               GO TO 1500-FIM
           END-IF
           INITIALIZE REG-PARM-PRECO   REPLACING NUMERIC BY ZEROS
                                       ALPHANUMERIC BY SPACES
           MOVE "G"                    TO PMP-FUNCAO
           MOVE "F"                    TO PMP-TIPO
           MOVE TBP-PRODUTO            TO PMP-PRODUTO
           MOVE TBP-FILIAL             TO PMP-FILIAL
           MOVE TBP-CANAL              TO PMP-CANAL
           MOVE TBP-PORTE              TO PMP-PORTE
           MOVE WS-DATA-ATUAL          TO PMP-DATA
           MOVE TBP-PRECO-MINIMO       TO PMP-PRECO-MINIMO
           MOVE TBP-PRECO-MAXIMO       TO PMP-PRECO-MAXIMO
           MOVE WS-TBP-ANT-MINIMO      TO PMP-ANT-PRECO-MINIMO
           MOVE WS-TBP-ANT-MAXIMO      TO PMP-ANT-PRECO-MAXIMO
           MOVE WS-TBP-ANT-DATA        TO PMP-ANT-DATA
           MOVE "M"                    TO PMP-ORIGEM-GRAVACAO
           MOVE WS-OPERADOR-ATUAL      TO PMP-OPERADOR
           CALL "PRECPROD"             USING REG-PARM-PRECO
           IF NOT PMP-OK
               MOVE "ERRO NA GRAVACAO DO HISTORICO DE PRECO"
                                       TO WS-STATUS
           END-IF
           MOVE "F"                    TO PMP-FUNCAO
           CALL "PRECPROD"             USING REG-PARM-PRECO
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9999-ERRO-ARQUIVO-TABELA        SECTION.
      *----------------------------------------------------------------*
