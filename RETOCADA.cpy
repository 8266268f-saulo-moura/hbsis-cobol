      ******************************************************************
      * COPYBOOK.: RETOCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO ARQUIVO DE RETORNO DA COBRANCA BANCARIA - LAYOUT   *
      * CNAB DE 400 POSICOES DO BANCO: HEADER (TIPO 0), UM DETALHE     *
      * (TIPO 1) POR OCORRENCIA DE TITULO E TRAILER (TIPO 9). DATAS    *
      * NO FORMATO DDMMAA                                              *
      ******************************************************************
      *
       01  REG-RET-HEADER.
           05 RTH-TIPO                 PIC X(01).
           05 RTH-OPERACAO             PIC X(01).
           05 RTH-LITERAL-RETORNO      PIC X(07).
           05 RTH-SERVICO              PIC 9(02).
           05 RTH-LITERAL-SERVICO      PIC X(15).
           05 RTH-CODIGO-EMPRESA       PIC 9(20).
           05 RTH-NOME-EMPRESA         PIC X(30).
           05 RTH-BANCO                PIC 9(03).
           05 RTH-NOME-BANCO           PIC X(15).
           05 RTH-DATA-GRAVACAO        PIC 9(06).
           05 RTH-DENSIDADE            PIC 9(08).
           05 RTH-AVISO-BANCARIO       PIC 9(05).
           05 FILLER                   PIC X(266).
           05 RTH-DATA-CREDITO         PIC 9(06).
           05 FILLER                   PIC X(09).
           05 RTH-SEQUENCIA            PIC 9(06).
      *
      * --> DETALHE. OCORRENCIAS TRATADAS: 02 ENTRADA CONFIRMADA,
      *     03 ENTRADA REJEITADA, 06 LIQUIDACAO, 09 E 10 BAIXA,
      *     15 LIQUIDACAO EM CARTORIO, 17 LIQUIDACAO APOS BAIXA,
      *     28 DEBITO DE TARIFAS
      *
       01  REG-RET-DETALHE.
           05 RTD-TIPO                 PIC X(01).
           05 RTD-TIPO-INSCRICAO       PIC 9(02).
           05 RTD-INSCRICAO            PIC 9(14).
           05 FILLER                   PIC X(03).
           05 RTD-ID-EMPRESA.
               10 RTD-ID-ZERO          PIC 9(01).
               10 RTD-CARTEIRA         PIC 9(03).
               10 RTD-AGENCIA          PIC 9(05).
               10 RTD-CONTA            PIC 9(07).
               10 RTD-CONTA-DV         PIC X(01).
           05 RTD-CONTROLE.
               10 RTD-CTL-DOCUMENTO    PIC 9(09).
               10 RTD-CTL-PARCELA      PIC 9(02).
               10 FILLER               PIC X(14).
           05 FILLER                   PIC X(08).
           05 RTD-NOSSO-NUMERO         PIC 9(11).
           05 RTD-NOSSO-NUMERO-DV      PIC X(01).
           05 FILLER                   PIC X(22).
           05 RTD-RATEIO               PIC X(01).
           05 RTD-PAGAMENTO-PARCIAL    PIC 9(02).
           05 RTD-CARTEIRA-COBRANCA    PIC X(01).
           05 RTD-OCORRENCIA           PIC 9(02).
               88 RTD-ENTRADA-CONFIRMADA   VALUE 02.
               88 RTD-ENTRADA-REJEITADA    VALUE 03.
               88 RTD-LIQUIDACAO           VALUE 06 15 17.
               88 RTD-BAIXA                VALUE 09 10.
               88 RTD-TARIFA               VALUE 28.
           05 RTD-DATA-OCORRENCIA      PIC 9(06).
           05 RTD-NUMERO-DOCUMENTO     PIC X(10).
           05 FILLER                   PIC X(20).
           05 RTD-VENCIMENTO           PIC 9(06).
           05 RTD-VALOR-TITULO         PIC 9(11)V99.
           05 RTD-BANCO-COBRADOR       PIC 9(03).
           05 RTD-AGENCIA-COBRADORA    PIC 9(05).
           05 RTD-ESPECIE              PIC X(02).
           05 RTD-DESPESAS-COBRANCA    PIC 9(11)V99.
           05 RTD-OUTRAS-DESPESAS      PIC 9(11)V99.
           05 RTD-JUROS-ATRASO         PIC 9(11)V99.
           05 RTD-VALOR-IOF            PIC 9(11)V99.
           05 RTD-VALOR-ABATIMENTO     PIC 9(11)V99.
           05 RTD-VALOR-DESCONTO       PIC 9(11)V99.
           05 RTD-VALOR-PAGO           PIC 9(11)V99.
           05 RTD-JUROS-MORA           PIC 9(11)V99.
           05 RTD-OUTROS-CREDITOS      PIC 9(11)V99.
           05 FILLER                   PIC X(02).
           05 RTD-MOTIVO-OCORRENCIA    PIC X(01).
           05 RTD-DATA-CREDITO         PIC 9(06).
           05 RTD-ORIGEM-PAGAMENTO     PIC X(03).
           05 FILLER                   PIC X(10).
           05 RTD-CHEQUE               PIC X(04).
           05 RTD-MOTIVOS-REJEICAO     PIC X(10).
           05 FILLER                   PIC X(40).
           05 RTD-CARTORIO             PIC X(02).
           05 RTD-PROTOCOLO            PIC X(10).
           05 FILLER                   PIC X(14).
           05 RTD-SEQUENCIA            PIC 9(06).
      *
       01  REG-RET-TRAILER.
           05 RTT-TIPO                 PIC X(01).
           05 FILLER                   PIC X(393).
           05 RTT-SEQUENCIA            PIC 9(06).
