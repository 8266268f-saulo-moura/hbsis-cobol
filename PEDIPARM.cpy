      ******************************************************************
      * COPYBOOK.: PEDIPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA INCLPEDI - A INTERFACE   *
      * DE PEDIDOS DO APP E O TRATAMENTO DAS REJEICOES INFORMAM O      *
      * CABECALHO E OS ITENS DO PEDIDO E RECEBEM O MOTIVO DA RECUSA    *
      ******************************************************************
      *
       01  REG-PARM-PEDIDO.
           05 PPD-NUMERO               PIC 9(09).
           05 PPD-CNPJ                 PIC 9(14).
           05 PPD-CPF                  PIC 9(11).
           05 PPD-DATA                 PIC 9(08).
           05 PPD-TIPO                 PIC X(01).
           05 PPD-COND-PAGTO           PIC 9(02).
           05 PPD-PROGRAMA             PIC X(08).
           05 PPD-OPERADOR             PIC X(08).
      *
      * --> PEDIDO DE COMPRA DA REDE, GRAVADO NO PEDIDO (BRANCO QUANDO
      *     NAO VEM DE UMA REDE)
      *
           05 PPD-PEDIDO-REDE          PIC X(20).
      *
      * --> NIVEL DO OPERADOR: 3 = SUPERVISOR, QUE LIBERA OS MESMOS
      *     BLOQUEIOS QUE LIBERA NA DIGITACAO DO PEDIDO; A INTERFACE
      *     DO APP INFORMA ZERO
      *
           05 PPD-NIVEL                PIC 9(01).
               88 PPD-SUPERVISOR       VALUE 3.
      *
      * --> PRECO ZERO ASSUME A CAMPANHA OU O PRECO DE TABELA, COMO
      *     NA DIGITACAO
      *
           05 PPD-QTD-ITENS            PIC 9(03).
           05 PPD-ITEM                 OCCURS 50 TIMES.
               10 PPD-ITE-PRODUTO      PIC 9(07).
               10 PPD-ITE-QUANTIDADE   PIC 9(05).
               10 PPD-ITE-PRECO        PIC 9(09)V99.
      *
      * --> RETORNO: ZERO = PEDIDO GRAVADO COMO DIGITADO; OS DEMAIS
      *     CODIGOS ESTAO NO CABECALHO DO INCLPEDI. NA RECUSA DE UM
      *     ITEM VOLTA A SUA SEQUENCIA, E NA DUPLICATA O PEDIDO JA
      *     EXISTENTE
      *
           05 PPD-RETORNO              PIC 9(02).
               88 PPD-GRAVADO          VALUE 0.
               88 PPD-ERRO             VALUE 99.
           05 PPD-ITEM-RECUSADO        PIC 9(03).
           05 PPD-NUM-EXISTENTE        PIC 9(09).
           05 PPD-VALOR                PIC 9(09)V99.
      *
      * --> DATA DE ENTREGA CALCULADA PARA O PEDIDO GRAVADO
      *
           05 PPD-DT-ENTREGA           PIC 9(08).
