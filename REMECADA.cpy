      ******************************************************************
      * COPYBOOK.: REMECADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO ARQUIVO DE REMESSA DA COBRANCA BANCARIA - LAYOUT   *
      * CNAB DE 400 POSICOES DO BANCO: UM HEADER (TIPO 0), UM DETALHE  *
      * (TIPO 1) POR TITULO E UM TRAILER (TIPO 9), TODOS NUMERADOS     *
      * EM SEQUENCIA NAS POSICOES 395-400                              *
      ******************************************************************
      *
       01  REG-RMS-HEADER.
           05 RMH-TIPO                 PIC X(01).
           05 RMH-OPERACAO             PIC X(01).
           05 RMH-LITERAL-REMESSA      PIC X(07).
           05 RMH-SERVICO              PIC 9(02).
           05 RMH-LITERAL-SERVICO      PIC X(15).
           05 RMH-CODIGO-EMPRESA       PIC 9(20).
           05 RMH-NOME-EMPRESA         PIC X(30).
           05 RMH-BANCO                PIC 9(03).
           05 RMH-NOME-BANCO           PIC X(15).
           05 RMH-DATA-GRAVACAO        PIC 9(06).
           05 FILLER                   PIC X(08).
           05 RMH-SISTEMA              PIC X(02).
           05 RMH-NUMERO-REMESSA       PIC 9(07).
           05 FILLER                   PIC X(277).
           05 RMH-SEQUENCIA            PIC 9(06).
      *
      * --> DETALHE: OCORRENCIA 01 = REGISTRO DO TITULO,
      *     02 = PEDIDO DE BAIXA. O CONTROLE DO PARTICIPANTE LEVA O
      *     DOCUMENTO E A PARCELA, QUE O BANCO DEVOLVE NO RETORNO
      *
       01  REG-RMS-DETALHE.
           05 RMD-TIPO                 PIC X(01).
           05 RMD-DEBITO-AUTOMATICO    PIC 9(19).
           05 RMD-ID-EMPRESA.
               10 RMD-ID-ZERO          PIC 9(01).
               10 RMD-CARTEIRA         PIC 9(03).
               10 RMD-AGENCIA          PIC 9(05).
               10 RMD-CONTA            PIC 9(07).
               10 RMD-CONTA-DV         PIC X(01).
           05 RMD-CONTROLE.
               10 RMD-CTL-DOCUMENTO    PIC 9(09).
               10 RMD-CTL-PARCELA      PIC 9(02).
               10 FILLER               PIC X(14).
           05 RMD-BANCO-DEBITO         PIC 9(03).
           05 RMD-CAMPO-MULTA          PIC 9(01).
           05 RMD-PCT-MULTA            PIC 9(02)V99.
           05 RMD-NOSSO-NUMERO         PIC 9(11).
           05 RMD-NOSSO-NUMERO-DV      PIC X(01).
           05 RMD-DESCONTO-DIA         PIC 9(08)V99.
           05 RMD-EMISSAO-BOLETO       PIC 9(01).
           05 RMD-DEBITO-AUTO-FLAG     PIC X(01).
           05 FILLER                   PIC X(10).
           05 RMD-RATEIO               PIC X(01).
           05 RMD-AVISO-DEBITO         PIC 9(01).
           05 FILLER                   PIC X(02).
           05 RMD-OCORRENCIA           PIC 9(02).
           05 RMD-NUMERO-DOCUMENTO.
               10 RMD-NUM-DOCUMENTO    PIC 9(08).
               10 RMD-NUM-PARCELA      PIC 9(02).
           05 RMD-VENCIMENTO           PIC 9(06).
           05 RMD-VALOR                PIC 9(11)V99.
           05 RMD-BANCO-COBRADOR       PIC 9(03).
           05 RMD-AGENCIA-DEPOSITARIA  PIC 9(05).
           05 RMD-ESPECIE              PIC 9(02).
           05 RMD-ACEITE               PIC X(01).
           05 RMD-DATA-EMISSAO         PIC 9(06).
           05 RMD-INSTRUCAO-1          PIC 9(02).
           05 RMD-INSTRUCAO-2          PIC 9(02).
           05 RMD-MORA-DIA             PIC 9(11)V99.
           05 RMD-DATA-LIMITE-DESC     PIC 9(06).
           05 RMD-VALOR-DESCONTO       PIC 9(11)V99.
           05 RMD-VALOR-IOF            PIC 9(11)V99.
           05 RMD-VALOR-ABATIMENTO     PIC 9(11)V99.
           05 RMD-TIPO-INSCRICAO       PIC 9(02).
           05 RMD-INSCRICAO            PIC 9(14).
           05 RMD-NOME-PAGADOR         PIC X(40).
           05 RMD-ENDERECO-PAGADOR     PIC X(40).
           05 RMD-MENSAGEM-1           PIC X(12).
           05 RMD-CEP                  PIC 9(08).
           05 RMD-MENSAGEM-2           PIC X(60).
           05 RMD-SEQUENCIA            PIC 9(06).
      *
       01  REG-RMS-TRAILER.
           05 RMT-TIPO                 PIC X(01).
           05 FILLER                   PIC X(393).
           05 RMT-SEQUENCIA            PIC 9(06).
