      ******************************************************************
      * COPYBOOK.: REAJCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE REAJUSTES DE PRECO PROGRAMADOS - A     *
      * MUDANCA (PERCENTUAL OU VALORES NOVOS), O ALVO (FILIAL, CANAL,  *
      * PORTE, PRODUTO OU CATEGORIA) E A DATA DE VIGENCIA, APLICADOS   *
      * PELA CADEIA NOTURNA NA DATA (APLIREAJ)                         *
      ******************************************************************
      *
       01  REG-REAJUSTE.
           05 RJT-CODIGO               PIC 9(05).
           05 RJT-DESCRICAO            PIC X(30).
           05 RJT-DT-VIGENCIA          PIC 9(08).
      *
      * --> ALVO DO REAJUSTE: FILIAL ZERO, CANAL E PORTE EM BRANCO,
      *     PRODUTO ZERO E CATEGORIA EM BRANCO VALEM PARA TODOS. O
      *     PRECO DE TABELA DO PRODUTO SO MUDA QUANDO NAO HA FILIAL,
      *     CANAL NEM PORTE NO ALVO; AS FAIXAS DA TABELA DE PRECOS
      *     MUDAM PARA OS SEGMENTOS DO ALVO
      *
           05 RJT-FILIAL               PIC 9(02).
           05 RJT-CANAL                PIC X(01).
           05 RJT-PORTE                PIC X(01).
           05 RJT-PRODUTO              PIC 9(07).
           05 RJT-CATEGORIA            PIC X(20).
      *
      * --> P = PERCENTUAL SOBRE OS PRECOS EM VIGOR (NEGATIVO REDUZ),
      *     V = VALORES NOVOS PARA UM PRODUTO (ZERO = MANTEM O ATUAL)
      *
           05 RJT-TIPO                 PIC X(01).
               88 REAJUSTE-PERCENTUAL  VALUE "P".
               88 REAJUSTE-VALORES     VALUE "V".
           05 RJT-PERCENTUAL           PIC S9(03)V99.
           05 RJT-NOVO-PRECO-TABELA    PIC 9(09)V99.
           05 RJT-NOVO-PRECO-MINIMO    PIC 9(09)V99.
           05 RJT-NOVO-PRECO-MAXIMO    PIC 9(09)V99.
           05 RJT-SITUACAO             PIC X(01).
               88 REAJUSTE-PENDENTE    VALUE "P".
               88 REAJUSTE-APLICADO    VALUE "A".
               88 REAJUSTE-CANCELADO   VALUE "C".
      *
      * --> RESULTADO DA APLICACAO: DATA E QUANTIDADE DE PRECOS DE
      *     PRODUTO E DE FAIXAS DA TABELA ALTERADOS
      *
           05 RJT-DT-APLICACAO         PIC 9(08).
           05 RJT-QTD-PRODUTOS         PIC 9(05).
           05 RJT-QTD-FAIXAS           PIC 9(05).
           05 RJT-DT-INCLUSAO          PIC 9(08).
           05 RJT-OPERADOR-INCLUSAO    PIC X(08).
           05 RJT-DT-ALTERACAO         PIC 9(08).
           05 RJT-OPERADOR-ALTERACAO   PIC X(08).
