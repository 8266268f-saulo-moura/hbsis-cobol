      ******************************************************************
      * COPYBOOK.: PROGCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE PEDIDO PROGRAMADO - O MIX QUE O        *
      * CLIENTE COMPRA TODA SEMANA, QUINZENA OU MES, GERADO COMO       *
      * PEDIDO DIGITADO PELA CADEIA NOTURNA NOS DIAS DEVIDOS           *
      ******************************************************************
      *
       01  REG-PEDIDO-PROGRAMADO.
           05 PRG-CHAVE.
               10 PRG-CNPJ             PIC 9(14).
               10 PRG-SEQUENCIA        PIC 9(02).
      *
      * --> SEMANAL E QUINZENAL NO DIA DA SEMANA (1=SEGUNDA..7=
      *     DOMINGO; A QUINZENA CONTA DA SEMANA DO INICIO); MENSAL NO
      *     DIA DO MES (1 A 28)
      *
           05 PRG-FREQUENCIA           PIC X(01).
               88 PRG-SEMANAL          VALUE "S".
               88 PRG-QUINZENAL        VALUE "Q".
               88 PRG-MENSAL           VALUE "M".
           05 PRG-DIA-SEMANA           PIC 9(01).
           05 PRG-DIA-MES              PIC 9(02).
           05 PRG-DATA-INICIO          PIC 9(08).
      *
      * --> FIM ZERO = SEM DATA PARA TERMINAR
      *
           05 PRG-DATA-FIM             PIC 9(08).
           05 PRG-COND-PAGTO           PIC 9(02).
           05 PRG-SITUACAO             PIC X(01).
               88 PRG-ATIVO            VALUE "A".
               88 PRG-SUSPENSO         VALUE "S".
      *
      * --> ITENS SEM PRECO: O PEDIDO GERADO ASSUME A CAMPANHA OU O
      *     PRECO DE TABELA DO DIA, COMO NA DIGITACAO
      *
           05 PRG-ITENS.
               10 PRG-QTD-ITENS        PIC 9(02).
               10 PRG-ITEM             OCCURS 12 TIMES.
                   15 PRG-ITE-PRODUTO  PIC 9(07).
                   15 PRG-ITE-QUANTIDADE
                                       PIC 9(05).
      *
      * --> ULTIMO PEDIDO GERADO, QUE IMPEDE GERAR DUAS VEZES NO DIA
      *
           05 PRG-ULTIMA-GERACAO       PIC 9(08).
           05 PRG-ULTIMO-PEDIDO        PIC 9(09).
           05 PRG-DT-INCLUSAO          PIC 9(08).
           05 PRG-OPERADOR-INCLUSAO    PIC X(08).
           05 PRG-DT-ALTERACAO         PIC 9(08).
           05 PRG-OPERADOR-ALTERACAO   PIC X(08).
