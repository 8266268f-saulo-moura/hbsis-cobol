      ******************************************************************
      * COPYBOOK.: COBRCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DA SITUACAO DE COBRANCA DO CLIENTE EM ATRASO -        *
      * ESTAGIO DA REGUA (LEMBRETE, SEGUNDO AVISO, AVISO FINAL),       *
      * BLOQUEIO DE PEDIDOS APOS O AVISO FINAL, LIBERACAO PELO         *
      * SUPERVISOR E ENVIO AO BIRO DE CREDITO. O REGISTRO SAI QUANDO   *
      * O DEBITO VENCIDO E QUITADO                                     *
      ******************************************************************
      *
       01  REG-COBRANCA.
           05 COB-CNPJ                 PIC 9(14).
           05 COB-ESTAGIO              PIC 9(01).
               88 COB-SEM-AVISO        VALUE 0.
               88 COB-LEMBRETE         VALUE 1.
               88 COB-SEGUNDO-AVISO    VALUE 2.
               88 COB-AVISO-FINAL      VALUE 3.
           05 COB-DATA-INICIO          PIC 9(08).
           05 COB-DATA-ESTAGIO         PIC 9(08).
      *
      * --> POSICAO DO DEBITO VENCIDO NA ULTIMA EXECUCAO DO LOTE
      *
           05 COB-DIAS-ATRASO          PIC 9(05).
           05 COB-QTD-VENCIDOS         PIC 9(05).
           05 COB-SALDO-VENCIDO        PIC 9(09)V99.
           05 COB-VENC-MAIS-ANTIGO     PIC 9(08).
      *
      * --> BLOQUEIO DE PEDIDOS (CADAPEDI RECUSA) E A LIBERACAO DADA
      *     POR SUPERVISOR, QUE VALE ATE A QUITACAO DO DEBITO
      *
           05 COB-BLOQUEIO             PIC X(01).
               88 COB-CLIENTE-BLOQUEADO VALUE "S".
           05 COB-LIBERACAO            PIC X(01).
               88 COB-BLOQUEIO-LIBERADO VALUE "S".
           05 COB-DATA-LIBERACAO       PIC 9(08).
           05 COB-OPERADOR-LIBERACAO   PIC X(08).
      *
      * --> DATA EM QUE O CLIENTE SAIU NO EXTRATO DE NEGATIVACAO
      *     (ZERO = AINDA NAO ENVIADO AO BIRO DE CREDITO)
      *
           05 COB-DATA-NEGATIVACAO     PIC 9(08).
