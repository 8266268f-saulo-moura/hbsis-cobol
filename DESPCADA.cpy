      ******************************************************************
      * COPYBOOK.: DESPCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DAS DESPESAS DE VIAGEM DO VENDEDOR - UMA  *
      * DESPESA POR REGISTRO (REFEICAO, PEDAGIO, ESTACIONAMENTO OU     *
      * HOSPEDAGEM), COM O RECIBO, A APROVACAO E O MES DO REEMBOLSO    *
      ******************************************************************
      *
       01  REG-DESPESA.
           05 DSP-CHAVE.
               10 DSP-CPF              PIC 9(11).
               10 DSP-DATA             PIC 9(08).
               10 DSP-SEQ              PIC 9(03).
      *
      * --> TIPO: R = REFEICAO, P = PEDAGIO, E = ESTACIONAMENTO,
      *     H = HOSPEDAGEM (NA ORDEM DE PAR-DSP-LIMITE-DIA)
      *
           05 DSP-TIPO                 PIC X(01).
               88 DSP-REFEICAO         VALUE "R".
               88 DSP-PEDAGIO          VALUE "P".
               88 DSP-ESTACIONAMENTO   VALUE "E".
               88 DSP-HOSPEDAGEM       VALUE "H".
               88 DSP-TIPO-VALIDO      VALUE "R" "P" "E" "H".
           05 DSP-VALOR                PIC 9(07)V99.
           05 DSP-RECIBO               PIC X(15).
           05 DSP-DESCRICAO            PIC X(40).
      *
      * --> SITUACAO: P = PENDENTE (ACIMA DO LIMITE DIARIO, AGUARDA O
      *     SUPERVISOR), A = APROVADA, R = RECUSADA, G = REEMBOLSADA NO
      *     MES DE DSP-ANOMES-REEMBOLSO
      *
           05 DSP-SITUACAO             PIC X(01).
               88 DESPESA-PENDENTE     VALUE "P".
               88 DESPESA-APROVADA     VALUE "A".
               88 DESPESA-RECUSADA     VALUE "R".
               88 DESPESA-REEMBOLSADA  VALUE "G".
           05 DSP-APROVADOR            PIC X(08).
           05 DSP-DATA-APROVACAO       PIC 9(08).
           05 DSP-ANOMES-REEMBOLSO     PIC 9(06).
           05 DSP-DT-INCLUSAO          PIC 9(08).
           05 DSP-OPERADOR-INCLUSAO    PIC X(08).
           05 DSP-DT-ALTERACAO         PIC 9(08).
           05 DSP-OPERADOR-ALTERACAO   PIC X(08).
