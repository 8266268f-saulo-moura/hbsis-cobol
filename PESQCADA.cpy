      ******************************************************************
      * COPYBOOK.: PESQCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DA PESQUISA DE MERCADO FEITA NA VISITA -  *
      * UM REGISTRO POR PRODUTO PESQUISADO, COM O PRECO E AS FRENTES   *
      * DE GONDOLA NOSSAS E DO CONCORRENTE E A SITUACAO DA GELADEIRA;  *
      * OS REGISTROS DE UMA VISITA FICAM SEGUIDOS NO ARQUIVO           *
      ******************************************************************
      *
       01  REG-PESQUISA.
      *
      * --> CHAVE DA VISITA NO DIARIO DE VISITAS (VISICADA)
      *
           05 PSQ-DATA                 PIC 9(08).
           05 PSQ-HORA                 PIC 9(06).
           05 PSQ-CPF                  PIC 9(11).
           05 PSQ-CNPJ                 PIC 9(14).
           05 PSQ-PRODUTO              PIC 9(07).
      *
      * --> PRECO DE PRATELEIRA DO NOSSO PRODUTO NO CLIENTE (ZERO = NAO
      *     ANOTADO, O RELATORIO USA O PRECO DE TABELA DA DATA) E DO
      *     PRODUTO EQUIVALENTE DA CONCORRENCIA (ZERO = NAO ANOTADO)
      *
           05 PSQ-PRECO-NOSSO          PIC 9(07)V99.
           05 PSQ-MARCA-CONCORRENTE    PIC X(20).
           05 PSQ-PRECO-CONCORRENTE    PIC 9(07)V99.
      *
      * --> FRENTES DE GONDOLA (FACES DO PRODUTO VISIVEIS NA PRATELEIRA)
      *
           05 PSQ-FRENTES-NOSSAS       PIC 9(03).
           05 PSQ-FRENTES-CONCORRENTE  PIC 9(03).
      *
      * --> GELADEIRA NOSSA NO CLIENTE: S = ABASTECIDA, N = COM FALTA,
      *     BRANCO = SEM GELADEIRA OU NAO CONFERIDA
      *
           05 PSQ-GELADEIRA            PIC X(01).
               88 GELADEIRA-ABASTECIDA VALUE "S".
               88 GELADEIRA-COM-FALTA  VALUE "N".
               88 GELADEIRA-CONFERIDA  VALUE "S" "N".
      *
      * --> ORIGEM: T = TELA DO CHECK-IN, A = APLICATIVO DE CAMPO
      *
           05 PSQ-ORIGEM               PIC X(01).
               88 PESQUISA-DA-TELA     VALUE "T".
               88 PESQUISA-DO-APP      VALUE "A".
           05 PSQ-OPERADOR             PIC X(08).
