      ******************************************************************
      * COPYBOOK.: FAMIPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA TOTAFAMI - OS RELATORIOS *
      * DE PEDIDOS ESCOLHEM O NIVEL DA HIERARQUIA DE PRODUTO, PASSAM   *
      * CADA PEDIDO COM A CHAVE DE QUEBRA DO RELATORIO E RECEBEM A     *
      * TABELA DE TOTAIS POR CHAVE E GRUPO DO NIVEL                    *
      ******************************************************************
      *
       01  REG-PARM-FAMILIA.
      *
      * --> FUNCAO: I = INICIAR (ABRE OS ARQUIVOS E ZERA A TABELA),
      *     A = ACUMULAR OS ITENS DO PEDIDO NA CHAVE, F = FINALIZAR
      *
           05 PMF-FUNCAO               PIC X(01).
      *
      * --> NIVEL: M = MARCA, C = CATEGORIA, E = EMBALAGEM,
      *     F = FAMILIA (A COMBINACAO DOS TRES)
      *
           05 PMF-NIVEL                PIC X(01).
               88 PMF-NIVEL-VALIDO     VALUE "M" "C" "E" "F".
           05 PMF-NUMERO-PED           PIC 9(09).
           05 PMF-CHAVE                PIC X(15).
      *
      * --> RETORNO: 0 = OK, 1 = TABELA CHEIA (ITENS NAO SOMADOS),
      *     9 = ERRO NOS ARQUIVOS DE ITENS OU PRODUTOS
      *
           05 PMF-RETORNO              PIC X(01).
               88 PMF-OK               VALUE "0".
               88 PMF-TABELA-CHEIA     VALUE "1".
               88 PMF-ERRO             VALUE "9".
      *
      * --> TOTAIS POR CHAVE E GRUPO, NA ORDEM EM QUE APARECERAM
      *
           05 PMF-QTD-LINHAS           PIC 9(04).
           05 PMF-LINHA                OCCURS 3000 TIMES.
               10 PMF-LIN-CHAVE        PIC X(15).
               10 PMF-LIN-GRUPO        PIC X(40).
               10 PMF-LIN-QTD          PIC 9(09).
               10 PMF-LIN-VALOR        PIC 9(11)V99.
