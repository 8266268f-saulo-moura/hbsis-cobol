           05 PRO-DT-ALTERACAO         PIC 9(08).
           05 PRO-OPERADOR-INCLUSAO    PIC X(08).
           05 PRO-OPERADOR-ALTERACAO   PIC X(08).
      *
      * --> EMBALAGEM RETORNAVEL (VASILHAME): CADA UNIDADE FATURADA
      *     DEBITA O SALDO DE VASILHAMES DO CLIENTE E A COLETA DO
      *     VASILHAME VAZIO CREDITA (S = RETORNAVEL, N = DESCARTAVEL)
      *
           05 PRO-RETORNAVEL           PIC X(01).
               88 PRODUTO-RETORNAVEL   VALUE "S".
               88 PRODUTO-DESCARTAVEL  VALUE "N".
      *
      * --> PESO BRUTO (KG) E VOLUME (M3) DE UMA UNIDADE VENDIDA, PARA
      *     A MONTAGEM DE CARGA DOS CAMINHOES (ZERO = NAO INFORMADO)
      *
           05 PRO-PESO-BRUTO           PIC 9(05)V999.
           05 PRO-VOLUME               PIC 9(03)V9(04).
      *
      * --> FAMILIA DO PRODUTO (MARCA, CATEGORIA E EMBALAGEM), DO
      *     CADASTRO DE FAMILIAS (ZERO = AINDA NAO CLASSIFICADO)
      *
           05 PRO-FAMILIA              PIC 9(05).
      *
      * --> PRECO DE CUSTO ATUAL; CADA MUDANCA FICA TAMBEM NO HISTORICO
      *     DE CUSTOS (CUSTCADA) COM A DATA DE VIGENCIA, PARA A MARGEM
      *     DOS PEDIDOS ANTIGOS (ZERO = NAO INFORMADO)
      *
           05 PRO-PRECO-CUSTO          PIC 9(09)V99.
      *
      * --> CLASSIFICACAO FISCAL (NCM) QUE LIGA O PRODUTO AS REGRAS DE
      *     TRIBUTACAO DO FATURAMENTO (BRANCO = SEM CLASSIFICACAO, VALE
      *     A REGRA GERAL DA UF)
      *
           05 PRO-CLASSE-FISCAL        PIC X(08).
