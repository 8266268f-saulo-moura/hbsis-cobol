      ******************************************************************
      * COPYBOOK.: EQUICADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO CADASTRO DE EQUIPAMENTOS EM COMODATO (GELADEIRAS,  *
      * COOLERS E FREEZERS EMPRESTADOS AOS CLIENTES) - CHAVE PELO      *
      * NUMERO DE SERIE E CHAVE ALTERNATIVA PELO CNPJ ONDE ESTA        *
      * INSTALADO (ZERO = NO DEPOSITO DA FILIAL)                       *
      ******************************************************************
      *
       01  REG-EQUIPAMENTO.
           05 EQP-SERIE                PIC X(15).
           05 EQP-TIPO                 PIC X(01).
               88 EQP-GELADEIRA        VALUE "G".
               88 EQP-COOLER           VALUE "C".
               88 EQP-FREEZER          VALUE "F".
               88 EQP-OUTRO            VALUE "O".
           05 EQP-DESCRICAO            PIC X(30).
           05 EQP-FILIAL               PIC 9(02).
           05 EQP-CNPJ                 PIC 9(14).
           05 EQP-DT-INSTALACAO        PIC 9(08).
           05 EQP-DT-FIM-CONTRATO      PIC 9(08).
           05 EQP-SITUACAO             PIC X(01).
               88 EQP-EM-CLIENTE       VALUE "C".
               88 EQP-NO-DEPOSITO      VALUE "D".
      *
      * --> ULTIMA CONFERENCIA NO CHECK-IN DA VISITA
      *     (P = PRESENTE NO LOCAL, A = AUSENTE, BRANCO = NUNCA)
      *
           05 EQP-DT-ULT-CONFERENCIA   PIC 9(08).
           05 EQP-ULT-CONFERENCIA      PIC X(01).
               88 EQP-CONFERIDO-PRESENTE VALUE "P".
               88 EQP-CONFERIDO-AUSENTE  VALUE "A".
           05 EQP-DT-INCLUSAO          PIC 9(08).
           05 EQP-DT-ALTERACAO         PIC 9(08).
           05 EQP-OPERADOR-INCLUSAO    PIC X(08).
           05 EQP-OPERADOR-ALTERACAO   PIC X(08).
