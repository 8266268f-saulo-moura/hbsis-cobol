      ******************************************************************
      * COPYBOOK.: ROMPCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DAS PARADAS DO ROMANEIO - UMA FATURA POR PARADA, NA   *
      * SEQUENCIA DE ENTREGA, COM CHAVE ALTERNATIVA PELO DOCUMENTO     *
      * PARA SABER SE A FATURA JA SAIU EM ALGUMA CARGA                 *
      ******************************************************************
      *
       01  REG-PARADA-ROMANEIO.
           05 RPA-CHAVE.
               10 RPA-NUMERO-ROM       PIC 9(07).
               10 RPA-SEQUENCIA        PIC 9(03).
           05 RPA-DOCUMENTO            PIC 9(09).
           05 RPA-NUMERO-PED           PIC 9(09).
           05 RPA-CNPJ                 PIC 9(14).
           05 RPA-PESO                 PIC 9(06)V99.
           05 RPA-VOLUME               PIC 9(03)V9(04).
           05 RPA-VALOR                PIC 9(09)V99.
           05 RPA-KM-TRECHO            PIC 9(05)V99.
      *
      * --> SITUACAO DA ENTREGA (P = PENDENTE, AINDA NO CAMINHAO;
      *     E = ENTREGUE, T = ENTREGUE PARCIAL, R = RECUSADO E
      *     F = CLIENTE FECHADO, QUE DEVOLVE A FATURA PARA A CARGA)
      *
           05 RPA-SITUACAO             PIC X(01).
               88 PARADA-PENDENTE      VALUE "P".
               88 PARADA-ENTREGUE      VALUE "E".
               88 PARADA-PARCIAL       VALUE "T".
               88 PARADA-RECUSADA      VALUE "R".
               88 PARADA-CLIENTE-FECHADO VALUE "F".
               88 PARADA-BAIXADA       VALUE "E" "T" "R" "F".
      *
      * --> BAIXA DA ENTREGA: QUANDO, POR ONDE (T = TELA, A = APP DO
      *     MOTORISTA), QUEM E O VALOR QUE VOLTOU NA DEVOLUCAO
      *
           05 RPA-DT-ENTREGA           PIC 9(08).
           05 RPA-HORA-ENTREGA         PIC 9(06).
           05 RPA-ORIGEM-BAIXA         PIC X(01).
               88 BAIXA-PELA-TELA      VALUE "T".
               88 BAIXA-PELO-APP       VALUE "A".
           05 RPA-OPERADOR-BAIXA       PIC X(08).
           05 RPA-VALOR-DEVOLVIDO      PIC 9(09)V99.
