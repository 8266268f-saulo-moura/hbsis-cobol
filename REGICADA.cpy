      *     DO CADASTRO DE CONDICOES DE PAGAMENTO
      *
           05 COND-PAGTO-PADRAO        PIC 9(02)       VALUE ZEROS.
      *
      * --> ACEITE DE ENTREGA PARCIAL: EM BRANCO OU "S" O CLIENTE
      *     ACEITA QUE A FALTA DE ESTOQUE NO FATURAMENTO FIQUE COMO
      *     PENDENCIA PARA ENTREGA POSTERIOR; "N" CANCELA O SALDO
      *
           05 ACEITA-PENDENCIA         PIC X(01)       VALUE SPACE.
              88 RECUSA-PENDENCIA                      VALUE "N".


