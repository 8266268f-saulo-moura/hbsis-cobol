      *
           05 PAR-VELOCIDADE-MEDIA     PIC 9(03).
           05 PAR-TEMPO-VISITA         PIC 9(03).
      *
      * --> LIMITE DE VASILHAMES EM ABERTO POR CLIENTE, CONFORME O
      *     CANAL (1=BAR 2=MERCADO 3=RESTAURANTE 4=ATACADO) E O PORTE
      *     (1=PEQUENO 2=MEDIO 3=GRANDE); ZERO = SEM LIMITE. ACIMA
      *     DO LIMITE O PEDIDO E BLOQUEADO (B) OU SO AVISADO (A)
      *
           05 PAR-VASILHAME-CANAL      OCCURS 4 TIMES.
               10 PAR-LIMITE-VASILHAME PIC 9(05)       OCCURS 3 TIMES.
           05 PAR-VASILHAME-ACAO       PIC X(01).
               88 VASILHAME-BLOQUEIA   VALUE "B".
      *
      * --> MOTIVOS DA TABELA DE MOTIVOS USADOS NA DEVOLUCAO GERADA
      *     PELA BAIXA DA ENTREGA RECUSADA OU ENTREGUE PARCIAL
      *
           05 PAR-MOTIVO-RECUSA        PIC 9(02).
           05 PAR-MOTIVO-PARCIAL       PIC 9(02).
      *
      * --> COBRANCA BANCARIA (BOLETO): BANCO, CODIGO DO BENEFICIARIO
      *     NO BANCO E CONTA DE COBRANCA QUE VAO NA REMESSA E SAO
      *     CONFERIDOS NO RETORNO; BANCO ZERO = SEM COBRANCA BANCARIA
      *
           05 PAR-BCO-CODIGO           PIC 9(03).
           05 PAR-BCO-NOME             PIC X(15).
           05 PAR-BCO-EMPRESA          PIC 9(20).
           05 PAR-BCO-NOME-EMPRESA     PIC X(30).
           05 PAR-BCO-CARTEIRA         PIC 9(03).
           05 PAR-BCO-AGENCIA          PIC 9(05).
           05 PAR-BCO-CONTA            PIC 9(07).
           05 PAR-BCO-CONTA-DV         PIC X(01).
      *
      * --> ENCARGOS DO TITULO PAGO EM ATRASO: MULTA (PCT UNICO SOBRE
      *     O SALDO), JUROS DE MORA (PCT AO MES, PRO RATA DIA) E DIAS
      *     DE CARENCIA APOS O VENCIMENTO; ZEROS = SEM ENCARGOS.
      *     DESCONTO MAIS DISPENSA ACIMA DO LIMITE SO COM OPERADOR
      *     SUPERVISOR (ZERO = SEMPRE EXIGE)
      *
           05 PAR-PCT-MULTA            PIC 9(02)V99.
           05 PAR-PCT-JUROS-MES        PIC 9(02)V99.
           05 PAR-DIAS-CARENCIA        PIC 9(02).
           05 PAR-LIMITE-DESCONTO      PIC 9(07)V99.
      *
      * --> REGUA DE COBRANCA: DIAS DE ATRASO PARA O LEMBRETE, O
      *     SEGUNDO AVISO E O AVISO FINAL, E OS DIAS APOS O AVISO FINAL
      *     PARA O CLIENTE ENTRAR NO EXTRATO DE NEGATIVACAO; ZEROS =
      *     PADRAO DO LOTE (5, 15, 30 E 10 DIAS)
      *
           05 PAR-COB-DIAS-LEMBRETE    PIC 9(03).
           05 PAR-COB-DIAS-SEGUNDO     PIC 9(03).
           05 PAR-COB-DIAS-FINAL       PIC 9(03).
           05 PAR-COB-DIAS-NEGATIVACAO PIC 9(03).
      *
      * --> REVISAO AUTOMATICA DO LIMITE DE CREDITO (LOTE MENSAL):
      *     ATRASO MEDIO ATE O DIA BOM COM USO DO LIMITE ACIMA DO PCT
      *     PROPOE AUMENTO; ATRASO MEDIO ACIMA DO DIA RUIM OU TITULO
      *     EM COBRANCA PROPOE REDUCAO; O AUMENTO NAO PASSA DE N MESES
      *     DA COMPRA MEDIA MENSAL; ZEROS = PADRAO DO LOTE (5 DIAS,
      *     20 PCT, 70 PCT DE USO, 30 DIAS, 30 PCT E 2 MESES)
      *
           05 PAR-RLC-DIAS-BOM         PIC 9(03).
           05 PAR-RLC-PCT-AUMENTO      PIC 9(03).
           05 PAR-RLC-PCT-USO          PIC 9(03).
           05 PAR-RLC-DIAS-RUIM        PIC 9(03).
           05 PAR-RLC-PCT-REDUCAO      PIC 9(03).
           05 PAR-RLC-MESES-COMPRA     PIC 9(02).
      *
      * --> MARGEM BRUTA MINIMA (PCT SOBRE O VALOR VENDIDO): O
      *     RELATORIO DE MARGEM LISTA AS VENDAS ABAIXO DELA; ZERO =
      *     LISTA SO AS VENDAS COM MARGEM NEGATIVA
      *
           05 PAR-PCT-MARGEM-MINIMA    PIC 9(02)V99.
      *
      * --> PEDIDO SUGERIDO POR CLIENTE: MESES DE HISTORICO DE PEDIDOS
      *     CONSIDERADOS (ZERO = 6) E QUANTOS PEDIDOS SEGUIDOS DO
      *     CLIENTE SEM O PRODUTO O MARCAM COMO PRODUTO QUE O CLIENTE
      *     DEIXOU DE COMPRAR (ZERO = 3)
      *
           05 PAR-SUG-MESES-HISTORICO  PIC 9(02).
           05 PAR-SUG-PEDIDOS-PARADO   PIC 9(02).
      *
      * --> ORCAMENTO: DIAS DE VALIDADE SUGERIDOS QUANDO A VALIDADE NAO
      *     E INFORMADA (ZERO = 15)
      *
           05 PAR-ORC-DIAS-VALIDADE    PIC 9(03).
      *
      * --> FATURAMENTO: UF DE ONDE SAI A MERCADORIA, ORIGEM NA BUSCA
      *     DAS REGRAS DE TRIBUTACAO (TRIBCADA); EM BRANCO O LOTE
      *     FATURA SEM CALCULAR IMPOSTOS
      *
           05 PAR-UF-EMITENTE          PIC X(02).
      *
      * --> CONTABILIZACAO: DATA A PARTIR DA QUAL OS EVENTOS DE VENDA,
      *     RECEBIMENTO, DEVOLUCAO, CREDITO E COMISSAO VAO PARA OS
      *     LOTES CONTABEIS (LANCCONT); OS ANTERIORES JA ESTAO NA
      *     CONTABILIDADE (ZERO = TODOS)
      *
           05 PAR-CTB-DATA-INICIO      PIC 9(08).
      *
      * --> DESPESAS DE VIAGEM DO VENDEDOR: LIMITE DIARIO POR TIPO
      *     (1=REFEICAO 2=PEDAGIO 3=ESTACIONAMENTO 4=HOSPEDAGEM),
      *     SOMANDO AS DESPESAS DO TIPO NO DIA; ACIMA DELE A DESPESA
      *     AGUARDA APROVACAO DO SUPERVISOR (ZERO = SEMPRE AGUARDA).
      *     VALOR PAGO POR KM DO EXTRATO DE QUILOMETRAGEM NO REEMBOLSO
      *     MENSAL (ZERO = KM NAO REEMBOLSADO)
      *
           05 PAR-DSP-LIMITE-DIA       PIC 9(05)V99    OCCURS 4 TIMES.
           05 PAR-DSP-VALOR-KM         PIC 9(02)V99.
      *
      * --> CAPACIDADE DOS ARQUIVOS DE DADOS: TAMANHO LIMITE DE CADA
      *     ARQUIVO (MB, ZERO = 2048), PCT DO LIMITE QUE GERA ALERTA
      *     (ZERO = 80), DIAS ATE O LIMITE ABAIXO DOS QUAIS ALERTA
      *     (ZERO = 30) E QUANTAS VEZES A MEDIA DIARIA O CRESCIMENTO DO
      *     DIA PRECISA PASSAR PARA SER ANORMAL (ZERO = 3)
      *
           05 PAR-CAP-LIMITE-MB        PIC 9(06).
           05 PAR-CAP-PCT-ALERTA       PIC 9(03).
           05 PAR-CAP-DIAS-ALERTA      PIC 9(03).
           05 PAR-CAP-FATOR-CRESC      PIC 9(02).
      *
      * --> TEMPO DE VISITA (MINUTOS) CONFORME O CANAL (1=BAR
      *     2=MERCADO 3=RESTAURANTE 4=ATACADO) E O PORTE (1=PEQUENO
      *     2=MEDIO 3=GRANDE) DO CLIENTE, USADO NA AGENDA SEMANAL NO
      *     LUGAR DO TEMPO UNICO ACIMA; ZERO = VALE O TEMPO UNICO. O
      *     RELATORIO DE TEMPO EM LOJA SUGERE OS VALORES PELOS
      *     CHECK-OUTS
      *
           05 PAR-TEMPO-VISITA-CANAL   OCCURS 4 TIMES.
               10 PAR-TEMPO-VISITA-PORTE PIC 9(03)     OCCURS 3 TIMES.
