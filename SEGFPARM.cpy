      ******************************************************************
      * COPYBOOK.: SEGFPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA VERISEGF - CONFERE SE UM *
      * PERFIL (COM A OPCAO QUE SE QUER PERMITIR) FERE ALGUMA REGRA DE *
      * SEGREGACAO DE FUNCOES E GRAVA A JUSTIFICATIVA DO SUPERVISOR    *
      ******************************************************************
      *
       01  REG-PARM-SEGREG.
      *
      * --> V = VERIFICAR O PERFIL, J = GRAVAR A JUSTIFICATIVA DO PAR
      *     DEVOLVIDO NA VERIFICACAO ANTERIOR
      *
           05 PSG-FUNCAO               PIC X(01).
           05 PSG-PERFIL               PIC X(08).
      *
      * --> OPCAO QUE SE QUER ACRESCENTAR AO PERFIL (BRANCO = O PERFIL
      *     COMO ESTA, NA ATRIBUICAO DO PERFIL A UM OPERADOR)
      *
           05 PSG-OPCAO-NOVA           PIC X(05).
      *
      * --> OPERADOR QUE RECEBE O PERFIL: PREENCHIDO, VALE A
      *     JUSTIFICATIVA DO OPERADOR; EM BRANCO, A DO PERFIL
      *
           05 PSG-OPERADOR             PIC X(08).
           05 PSG-JUSTIFICATIVA        PIC X(60).
           05 PSG-SUPERVISOR           PIC X(08).
      *
      * --> RETORNO: 0 = SEM CONFLITO (OU TODOS JUSTIFICADOS),
      *     1 = CONFLITO QUE EXIGE JUSTIFICATIVA, 2 = CONFLITO
      *     PROIBIDO, 9 = ERRO NOS ARQUIVOS
      *
           05 PSG-RETORNO              PIC X(01).
               88 PSG-SEM-CONFLITO     VALUE "0".
               88 PSG-CONFLITO-JUSTIFICAVEL VALUE "1".
               88 PSG-CONFLITO-PROIBIDO VALUE "2".
               88 PSG-ERRO             VALUE "9".
      *
      * --> NO RETORNO 1 OU 2, O PAR DE OPCOES DA REGRA FERIDA
      *
           05 PSG-OPCAO-1              PIC X(05).
           05 PSG-OPCAO-2              PIC X(05).
           05 PSG-DESCRICAO            PIC X(40).
