      ******************************************************************
      * COPYBOOK.: DONOPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA DONOCART - DEVOLVE O     *
      * VENDEDOR DONO DO CLIENTE NA CARTEIRA EM UMA DATA PASSADA E A   *
      * LINHA DO TEMPO DE MOVIMENTACOES DO CLIENTE                     *
      ******************************************************************
      *
       01  REG-PARM-DONO.
      *
      * --> FUNCAO: C = CONSULTAR (CARREGA O DIARIO NA PRIMEIRA VEZ),
      *     F = FINALIZAR (LIBERA O DIARIO CARREGADO)
      *
           05 PDN-FUNCAO               PIC X(01).
           05 PDN-CNPJ                 PIC 9(14).
           05 PDN-DATA                 PIC 9(08).
      *
      * --> DONO NO FIM DO DIA INFORMADO (ZERO = CLIENTE FORA DA
      *     CARTEIRA NESSA DATA) E A DATA DO MOVIMENTO QUE O FEZ DONO
      *     (ZERO = JA ERA DONO ANTES DO PRIMEIRO MOVIMENTO DO DIARIO)
      *
           05 PDN-CPF-DONO             PIC 9(11).
           05 PDN-DATA-DESDE           PIC 9(08).
      *
      * --> ORIGEM DO DONO: D = DIARIO (HOUVE MOVIMENTO DEPOIS DA
      *     DATA), A = CARTEIRA ATUAL (NENHUM MOVIMENTO DEPOIS DA DATA)
      *
           05 PDN-ORIGEM               PIC X(01).
               88 PDN-DONO-DO-DIARIO   VALUE "D".
               88 PDN-DONO-ATUAL       VALUE "A".
      *
      * --> MOVIMENTOS DO CLIENTE EM ORDEM CRONOLOGICA (OS 100 MAIS
      *     RECENTES QUANDO HOUVER MAIS)
      *
           05 PDN-LINHA-TEMPO.
               10 PDN-QTD-EVENTOS      PIC 9(03).
               10 PDN-EVENTO           OCCURS 100 TIMES.
                   15 PDN-EVT-DATA     PIC 9(08).
                   15 PDN-EVT-HORA     PIC 9(06).
                   15 PDN-EVT-CPF-ANTERIOR
                                       PIC 9(11).
                   15 PDN-EVT-CPF-NOVO PIC 9(11).
                   15 PDN-EVT-PROGRAMA PIC X(08).
                   15 PDN-EVT-OPERADOR PIC X(08).
      *
      * --> RETORNO: 0 = OK, 8 = DIARIO MAIOR QUE A TABELA (MOVIMENTOS
      *     MAIS ANTIGOS IGNORADOS), 9 = ERRO NA FUNCAO OU NOS ARQUIVOS
      *
           05 PDN-RETORNO              PIC X(01).
               88 PDN-OK               VALUE "0".
               88 PDN-DIARIO-INCOMPLETO
                                       VALUE "8".
               88 PDN-ERRO             VALUE "9".
