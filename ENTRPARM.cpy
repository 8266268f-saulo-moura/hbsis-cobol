      ******************************************************************
      * COPYBOOK.: ENTRPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA BAIXENTR - A TELA DE     *
      * BAIXA DO ROMANEIO E A INTERFACE DO APP DO MOTORISTA INFORMAM   *
      * O ROMANEIO, A FATURA E O RESULTADO DA ENTREGA                  *
      ******************************************************************
      *
       01  REG-PARM-ENTREGA.
      *
      * --> ROMANEIO ZERO = A PARADA AINDA PENDENTE DA FATURA
      *
           05 PEN-NUMERO-ROM           PIC 9(07).
           05 PEN-DOCUMENTO            PIC 9(09).
      *
      * --> RESULTADO: E = ENTREGUE, T = ENTREGUE PARCIAL,
      *     R = RECUSADO, F = CLIENTE FECHADO
      *
           05 PEN-SITUACAO             PIC X(01).
           05 PEN-DATA                 PIC 9(08).
           05 PEN-HORA                 PIC 9(06).
           05 PEN-ORIGEM               PIC X(01).
           05 PEN-PROGRAMA             PIC X(08).
           05 PEN-OPERADOR             PIC X(08).
      *
      * --> NA ENTREGA PARCIAL, O QUE VOLTOU NO CAMINHAO POR PRODUTO
      *
           05 PEN-QTD-ITENS            PIC 9(02).
           05 PEN-ITEM                 OCCURS 50 TIMES.
               10 PEN-ITE-PRODUTO      PIC 9(07).
               10 PEN-ITE-QUANTIDADE   PIC 9(05).
      *
      * --> RETORNO: 0 = BAIXADA, 1 = PARADA NAO ENCONTRADA, 2 = PARADA
      *     JA BAIXADA, 3 = RESULTADO INVALIDO, 4 = DEVOLUCAO PARCIAL
      *     SEM ITEM OU COM PRODUTO FORA DA FATURA, 9 = ERRO NO ARQUIVO
      *
           05 PEN-RETORNO              PIC X(01).
               88 PEN-BAIXADA          VALUE "0".
               88 PEN-NAO-ENCONTRADA   VALUE "1".
               88 PEN-JA-BAIXADA       VALUE "2".
               88 PEN-RESULTADO-INVALIDO VALUE "3".
               88 PEN-ITENS-INVALIDOS  VALUE "4".
               88 PEN-ERRO             VALUE "9".
           05 PEN-VALOR-DEVOLVIDO      PIC 9(09)V99.
           05 PEN-ROMANEIO-ENCERRADO   PIC X(01).
               88 PEN-ENCERROU-ROMANEIO VALUE "S".
