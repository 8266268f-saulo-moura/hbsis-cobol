      ******************************************************************
      * COPYBOOK.: CAPACADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO HISTORICO DE CRESCIMENTO DOS ARQUIVOS DE DADOS -   *
      * UMA AMOSTRA POR ARQUIVO E DIA COM TAMANHO, REGISTROS E A       *
      * PROJECAO DE DIAS ATE O LIMITE DOS PARAMETROS                   *
      ******************************************************************
      *
       01  REG-CAPACIDADE.
           05 CAP-CHAVE.
               10 CAP-ARQUIVO          PIC X(20).
               10 CAP-DATA             PIC 9(08).
           05 CAP-HORA                 PIC 9(06).
           05 CAP-ORGANIZACAO          PIC X(01).
               88 CAP-INDEXADO         VALUE "I".
               88 CAP-SEQUENCIAL       VALUE "L".
           05 CAP-EXISTE               PIC X(01).
               88 CAP-ARQUIVO-AUSENTE  VALUE "N".
           05 CAP-BYTES                PIC 9(12).
      *
      * --> REGISTROS: CONTADOS NA LEITURA DOS ARQUIVOS SEQUENCIAIS E
      *     ESTIMADOS PELO TAMANHO NOS INDEXADOS
      *
           05 CAP-REGISTROS            PIC 9(10).
           05 CAP-REG-ESTIMADO         PIC X(01).
               88 CAP-CONTAGEM-ESTIMADA VALUE "S".
      *
      * --> CRESCIMENTO MEDIO POR DIA NA JANELA DO HISTORICO, PCT DO
      *     LIMITE JA OCUPADO E DIAS ATE O LIMITE (99999 = ARQUIVO
      *     SEM CRESCIMENTO)
      *
           05 CAP-CRESC-DIA            PIC S9(12).
           05 CAP-PCT-LIMITE           PIC 9(03).
           05 CAP-DIAS-RESTANTES       PIC 9(05).
           05 CAP-SITUACAO             PIC X(01).
               88 CAP-NORMAL           VALUE "N".
               88 CAP-PERTO-LIMITE     VALUE "L".
               88 CAP-PRAZO-CURTO      VALUE "P".
               88 CAP-CRESC-ANORMAL    VALUE "A".
