      ******************************************************************
      * COPYBOOK.: TRIBCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE REGRA DE TRIBUTACAO - ALIQUOTAS DE     *
      * ICMS, ICMS-ST E IPI POR CLASSE FISCAL DO PRODUTO, UF DE        *
      * ORIGEM, UF DE DESTINO E TIPO DE CLIENTE, USADAS NO FATURAMENTO *
      ******************************************************************
      *
       01  REG-REGRA-TRIBUTARIA.
      *
      * --> CLASSE FISCAL EM BRANCO = REGRA GERAL DAS UFS, PARA OS
      *     PRODUTOS SEM REGRA PROPRIA; TIPO DE CLIENTE E O CANAL DO
      *     CLIENTE (B/M/R/A), EM BRANCO = QUALQUER CANAL
      *
           05 TRB-CHAVE.
               10 TRB-CLASSE-FISCAL    PIC X(08).
               10 TRB-UF-ORIGEM        PIC X(02).
               10 TRB-UF-DESTINO       PIC X(02).
               10 TRB-TIPO-CLIENTE     PIC X(01).
      *
      * --> ALIQUOTAS EM PCT: O ICMS PROPRIO ESTA DENTRO DO PRECO; O
      *     IPI E O ICMS-ST SAO COBRADOS POR FORA. A SUBSTITUICAO SO
      *     OCORRE COM MARGEM DE VALOR AGREGADO (MVA) INFORMADA, E O
      *     ICMS-ST USA A ALIQUOTA INTERNA DA UF DE DESTINO
      *
           05 TRB-ALIQ-ICMS            PIC 9(02)V99.
           05 TRB-ALIQ-IPI             PIC 9(02)V99.
           05 TRB-MVA-ST               PIC 9(03)V99.
           05 TRB-ALIQ-ICMS-ST         PIC 9(02)V99.
           05 TRB-DT-INCLUSAO          PIC 9(08).
           05 TRB-OPERADOR-INCLUSAO    PIC X(08).
           05 TRB-DT-ALTERACAO         PIC 9(08).
           05 TRB-OPERADOR-ALTERACAO   PIC X(08).
