      ******************************************************************
      * COPYBOOK.: RECLCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE RECLAMACAO DE CLIENTE (SAC) - TIPO DA  *
      * TABELA TSACCADA, PEDIDO OU FATURA RECLAMADOS, SUPERVISOR       *
      * RESPONSAVEL E DATA LIMITE DE ATENDIMENTO PELO PRAZO DO TIPO;   *
      * AS MUDANCAS DE SITUACAO FICAM NO HISTORICO (RCLHCADA)          *
      ******************************************************************
      *
       01  REG-RECLAMACAO.
           05 RCL-NUMERO               PIC 9(07).
           05 RCL-CNPJ                 PIC 9(14).
           05 RCL-TIPO                 PIC 9(02).
      *
      * --> PEDIDO E FATURA RECLAMADOS (ZERO = NAO INFORMADO)
      *
           05 RCL-NUMERO-PED           PIC 9(09).
           05 RCL-DOCUMENTO-FAT        PIC 9(09).
           05 RCL-DESCRICAO            PIC X(60).
      *
      * --> SUPERVISOR RESPONSAVEL (NA ABERTURA, SE NAO INFORMADO, O
      *     SUPERVISOR DO CLIENTE) E FILIAL DO CLIENTE NA ABERTURA
      *
           05 RCL-SUPERVISOR           PIC 9(07).
           05 RCL-FILIAL               PIC 9(02).
      *
      * --> PRAZO DO TIPO NA ABERTURA E DATA LIMITE DE ATENDIMENTO
      *     (ABERTURA + PRAZO EM DIAS CORRIDOS)
      *
           05 RCL-DATA-ABERTURA        PIC 9(08).
           05 RCL-HORA-ABERTURA        PIC 9(06).
           05 RCL-PRAZO-DIAS           PIC 9(03).
           05 RCL-DATA-LIMITE          PIC 9(08).
           05 RCL-DATA-RESOLUCAO       PIC 9(08).
      *
      * --> A = ABERTA, E = EM ANDAMENTO, R = RESOLVIDA
      *
           05 RCL-SITUACAO             PIC X(01).
               88 RECLAMACAO-ABERTA    VALUE "A".
               88 RECLAMACAO-EM-ANDAMENTO
                                       VALUE "E".
               88 RECLAMACAO-RESOLVIDA VALUE "R".
               88 RECLAMACAO-PENDENTE  VALUE "A" "E".
           05 RCL-DT-INCLUSAO          PIC 9(08).
           05 RCL-OPERADOR-INCLUSAO    PIC X(08).
           05 RCL-DT-ALTERACAO         PIC 9(08).
           05 RCL-OPERADOR-ALTERACAO   PIC X(08).
