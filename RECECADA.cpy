      * DATA.....: 02/09/2026                                          *
      * COPYBOOK DO REGISTRO DE CONTAS A RECEBER - UM TITULO EM        *
      * ABERTO POR PEDIDO FATURADO, LIQUIDADO PELA TELA DE BAIXA DE    *
      * PAGAMENTOS OU PELO RETORNO DA COBRANCA BANCARIA                *
      ******************************************************************
      *
       01  REG-RECEBER.
           05 REC-SITUACAO             PIC X(01).
               88 TITULO-ABERTO        VALUE "A".
               88 TITULO-LIQUIDADO     VALUE "L".
               88 TITULO-BAIXADO-PERDA VALUE "P".
           05 REC-DATA-LIQUIDACAO      PIC 9(08).
           05 REC-OPERADOR-LIQUIDACAO  PIC X(08).
      *
      * --> COBRANCA BANCARIA: NOSSO NUMERO DADO NA REMESSA, SITUACAO
      *     DO BOLETO NO BANCO E O QUE O RETORNO INFORMOU; A ORIGEM
      *     DA LIQUIDACAO DIZ SE A BAIXA FOI PELA TELA OU PELO BANCO
      *
           05 REC-NOSSO-NUMERO         PIC 9(11).
           05 REC-NOSSO-NUMERO-DV      PIC X(01).
           05 REC-SITUACAO-BOLETO      PIC X(01).
               88 BOLETO-NAO-ENVIADO   VALUE " ".
               88 BOLETO-ENVIADO       VALUE "R".
               88 BOLETO-REGISTRADO    VALUE "E".
               88 BOLETO-REJEITADO     VALUE "J".
               88 BOLETO-BAIXA-PEDIDA  VALUE "P".
               88 BOLETO-BAIXADO       VALUE "B".
               88 BOLETO-LIQUIDADO     VALUE "L".
               88 BOLETO-NO-BANCO      VALUE "R" "E".
           05 REC-NUMERO-REMESSA       PIC 9(07).
           05 REC-DATA-REMESSA         PIC 9(08).
           05 REC-DATA-CREDITO         PIC 9(08).
           05 REC-VALOR-TARIFA         PIC 9(07)V99.
           05 REC-ORIGEM-LIQUIDACAO    PIC X(01).
               88 LIQUIDADO-NA-TELA    VALUE "T".
               88 LIQUIDADO-PELO-BANCO VALUE "B".
               88 LIQUIDADO-EM-CAMPO   VALUE "C".
      *
      * --> RECEBIMENTO PARCIAL E ENCARGOS: REC-VALOR-PAGO E O
      *     PRINCIPAL JA QUITADO (RECEBIDO MAIS DESCONTO), DE MODO QUE
      *     O SALDO EM ABERTO CONTINUA SENDO REC-VALOR - REC-VALOR-PAGO.
      *     JUROS CORREM DA DATA-BASE (ZERO = VENCIMENTO), MOVIDA A CADA
      *     RECEBIMENTO; A MULTA E COBRADA UMA VEZ SO. CADA RECEBIMENTO
      *     FICA NO HISTORICO (PGTOCADA) COM A SEQUENCIA ABAIXO
      *
           05 REC-QTD-PAGAMENTOS       PIC 9(03).
           05 REC-DATA-BASE-JUROS      PIC 9(08).
           05 REC-MULTA-COBRADA        PIC X(01).
               88 MULTA-JA-COBRADA     VALUE "S".
           05 REC-VALOR-DESCONTO       PIC 9(09)V99.
           05 REC-VALOR-JUROS-PAGO     PIC 9(09)V99.
           05 REC-VALOR-MULTA-PAGA     PIC 9(09)V99.
           05 REC-VALOR-DISPENSADO     PIC 9(09)V99.
      *
      * --> IMPOSTOS DO DOCUMENTO NA PARCELA, RATEADOS COMO O VALOR (A
      *     ULTIMA PARCELA LEVA O RESTO): O IPI E O ICMS-ST JA ESTAO
      *     EM REC-VALOR, COBRADOS POR FORA; O ICMS PROPRIO ESTA
      *     DENTRO DO PRECO DOS PRODUTOS
      *
           05 REC-VALOR-ICMS           PIC 9(09)V99.
           05 REC-VALOR-ICMS-ST        PIC 9(09)V99.
           05 REC-VALOR-IPI            PIC 9(09)V99.
      *
      * --> RECEBIMENTO EM CAMPO: O VENDEDOR (OU A FILIAL POR ELE)
      *     RECEBEU DO CLIENTE EM DINHEIRO OU CHEQUE NA VISITA
      *     (RCMPCADA) E O TITULO FICA AGUARDANDO O DEPOSITO, FORA DA
      *     COBRANCA, ATE O ACERTO DE CONTAS DO VENDEDOR, QUE FAZ A
      *     BAIXA
      *
           05 REC-SITUACAO-CAMPO       PIC X(01).
               88 CAMPO-AGUARDANDO-DEPOSITO VALUE "D".
           05 REC-VALOR-CAMPO          PIC 9(09)V99.
      *
      * --> BAIXA POR PERDA: TITULO INCOBRAVEL BAIXADO PELO SUPERVISOR
      *     COM O MOTIVO E A REFERENCIA DA APROVACAO (ATA, PROCESSO).
      *     A APURACAO DE COMISSOES SEGUINTE CALCULA A COMISSAO PAGA
      *     SOBRE O SALDO BAIXADO E A DESCONTA DO VENDEDOR DO PEDIDO;
      *     O QUE NAO COUBER NA COMISSAO DO MES FICA PARA A SEGUINTE.
      *     A ULTIMA COMPETENCIA E O VALOR DESCONTADO NELA PERMITEM
      *     REFAZER A MESMA APURACAO SEM DESCONTAR DUAS VEZES
      *
           05 REC-PERDA-DATA           PIC 9(08).
           05 REC-PERDA-VALOR          PIC 9(09)V99.
           05 REC-PERDA-MOTIVO         PIC X(40).
           05 REC-PERDA-APROVACAO      PIC X(20).
           05 REC-PERDA-OPERADOR       PIC X(08).
           05 REC-PERDA-ESTORNO-CALC   PIC X(01).
               88 ESTORNO-CALCULADO    VALUE "S".
           05 REC-PERDA-PERC-COMISSAO  PIC 9(02)V99.
           05 REC-PERDA-VALOR-ESTORNO  PIC 9(09)V99.
           05 REC-PERDA-VALOR-ESTORNADO
                                       PIC 9(09)V99.
           05 REC-PERDA-ANOMES-ESTORNO PIC 9(06).
           05 REC-PERDA-ULTIMO-ESTORNO PIC 9(09)V99.
