      * DATA.....: 22/08/2026                                          *
      * OBJETIVO.: MANUTENCAO DO ARQUIVO DE PARAMETROS DO SISTEMA      *
      *            (TOLERANCIA DE COORDENADA DUPLICADA, CENTRO DOS     *
      *            QUADRANTES E TAMANHO DE PAGINA DOS RELATORIOS), COM *
      *            UMA SEGUNDA PAGINA PARA OS PARAMETROS COMERCIAIS    *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
           88 FS-PAR-FIM               VALUE "10".
           88 FS-PAR-NAO-EXISTE        VALUE "35".
       01 WS-AREA-IND                  PIC 9(01)       VALUE 0.
       77 WS-OPCAO-PAG-PAR             PIC X.
       01 WS-CANAL-IND                 PIC 9(01)       VALUE 0.
       01 WS-PORTE-IND                 PIC 9(01)       VALUE 0.
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
                                       PIC 999
                                       USING PAR-TEMPO-VISITA.
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "P - PROXIMA PAGINA"          LINE 21 COL 30.
               10  VALUE "V - VOLTAR"                  LINE 22 COL 10.
           05 ESCOLHA-PARAMETROS.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-INC-PAR                       LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-INC-PAR.
      *
      * --> SEGUNDA PAGINA: PARAMETROS COMERCIAIS
      *
       01  SCR-PARAMETROS-2.
           05  PARAMETROS-2-CABECALHO.
               10  VALUE "PARAMETROS DO SISTEMA - COMERCIAL"
                                       BLANK SCREEN    LINE 1 COL 42.
           05  PARAMETROS-2-DADOS.
               10  VALUE "LIMITE DE VASILHAMES POR CLIENTE"
                                                       LINE 4 COL 10.
               10  VALUE "(0 = SEM LIMITE)"            LINE 4 COL 45.
               10  VALUE "PEQUENO"                     LINE 5 COL 30.
               10  VALUE "MEDIO"                       LINE 5 COL 40.
               10  VALUE "GRANDE"                      LINE 5 COL 50.
               10  VALUE "BAR"                         LINE 6 COL 10.
               10  SCR-VAS-BAR-P                       LINE 6 COL 30
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (1 1).
               10  SCR-VAS-BAR-M                       LINE 6 COL 40
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (1 2).
               10  SCR-VAS-BAR-G                       LINE 6 COL 50
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (1 3).
               10  VALUE "MERCADO"                     LINE 7 COL 10.
               10  SCR-VAS-MER-P                       LINE 7 COL 30
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (2 1).
               10  SCR-VAS-MER-M                       LINE 7 COL 40
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (2 2).
               10  SCR-VAS-MER-G                       LINE 7 COL 50
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (2 3).
               10  VALUE "RESTAURANTE"                 LINE 8 COL 10.
               10  SCR-VAS-RES-P                       LINE 8 COL 30
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (3 1).
               10  SCR-VAS-RES-M                       LINE 8 COL 40
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (3 2).
               10  SCR-VAS-RES-G                       LINE 8 COL 50
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (3 3).
               10  VALUE "ATACADO"                     LINE 9 COL 10.
               10  SCR-VAS-ATA-P                       LINE 9 COL 30
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (4 1).
               10  SCR-VAS-ATA-M                       LINE 9 COL 40
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (4 2).
               10  SCR-VAS-ATA-G                       LINE 9 COL 50
                                       PIC ZZZZ9
                                       USING PAR-LIMITE-VASILHAME (4 3).
               10  VALUE "ACIMA DO LIMITE (B=BLOQUEIA A=AVISA):"
                                                       LINE 10 COL 10.
               10  SCR-VAS-ACAO                        LINE 10 COL 50
                                       PIC X(01)
                                       USING PAR-VASILHAME-ACAO.
               10  VALUE "MOTIVO DA DEVOLUCAO NA ENTREGA RECUSADA:"
                                                       LINE 12 COL 10.
               10  SCR-MOT-RECUSA                      LINE 12 COL 52
                                       PIC 99
                                       USING PAR-MOTIVO-RECUSA.
               10  VALUE "MOTIVO DA DEVOLUCAO NA ENTREGA PARCIAL:"
                                                       LINE 13 COL 10.
               10  SCR-MOT-PARCIAL                     LINE 13 COL 52
                                       PIC 99
                                       USING PAR-MOTIVO-PARCIAL.
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "P - PROXIMA PAGINA"          LINE 21 COL 30.
               10  VALUE "V - VOLTAR A PRIMEIRA PAGINA"
                                                       LINE 22 COL 10.
           05 ESCOLHA-PARAMETROS-2.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PAG-PAR                       LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-PAG-PAR.
      *
      * --> TERCEIRA PAGINA: PARAMETROS FINANCEIROS E FISCAIS
      *
       01  SCR-PARAMETROS-3.
           05  PARAMETROS-3-CABECALHO.
               10  VALUE "PARAMETROS DO SISTEMA - FINANCEIRO"
                                       BLANK SCREEN    LINE 1 COL 42.
           05  PARAMETROS-3-DADOS.
               10  VALUE "COBRANCA BANCARIA"           LINE 4 COL 10.
               10  VALUE "(BANCO 0 = SEM COBRANCA)"    LINE 4 COL 45.
               10  VALUE "BANCO (CODIGO E NOME):"      LINE 5 COL 10.
               10  SCR-BCO-CODIGO                      LINE 5 COL 45
                                       PIC 999
                                       USING PAR-BCO-CODIGO.
               10  SCR-BCO-NOME                        LINE 5 COL 50
                                       PIC X(15)
                                       USING PAR-BCO-NOME.
               10  VALUE "CODIGO DO BENEFICIARIO:"     LINE 6 COL 10.
               10  SCR-BCO-EMPRESA                     LINE 6 COL 45
                                       PIC 9(20)
                                       USING PAR-BCO-EMPRESA.
               10  VALUE "NOME DO BENEFICIARIO:"       LINE 7 COL 10.
               10  SCR-BCO-NOME-EMPRESA                LINE 7 COL 45
                                       PIC X(30)
                                       USING PAR-BCO-NOME-EMPRESA.
               10  VALUE "CARTEIRA:"                   LINE 8 COL 10.
               10  SCR-BCO-CARTEIRA                    LINE 8 COL 45
                                       PIC 999
                                       USING PAR-BCO-CARTEIRA.
               10  VALUE "AGENCIA / CONTA-DV:"         LINE 9 COL 10.
               10  SCR-BCO-AGENCIA                     LINE 9 COL 45
                                       PIC 9(05)
                                       USING PAR-BCO-AGENCIA.
               10  SCR-BCO-CONTA                       LINE 9 COL 52
                                       PIC 9(07)
                                       USING PAR-BCO-CONTA.
               10  SCR-BCO-CONTA-DV                    LINE 9 COL 61
                                       PIC X(01)
                                       USING PAR-BCO-CONTA-DV.
               10  VALUE "ENCARGOS POR ATRASO"         LINE 11 COL 10.
               10  VALUE "(ZEROS = SEM ENCARGOS)"      LINE 11 COL 45.
               10  VALUE "PCT MULTA / JUROS AO MES:"   LINE 12 COL 10.
               10  SCR-PCT-MULTA                       LINE 12 COL 45
                                       PIC Z9,99
                                       USING PAR-PCT-MULTA.
               10  SCR-PCT-JUROS                       LINE 12 COL 52
                                       PIC Z9,99
                                       USING PAR-PCT-JUROS-MES.
               10  VALUE "DIAS DE CARENCIA:"           LINE 13 COL 10.
               10  SCR-DIAS-CARENCIA                   LINE 13 COL 45
                                       PIC 99
                                       USING PAR-DIAS-CARENCIA.
               10  VALUE "LIMITE DESC/DISPENSA S/APROV:"
                                                       LINE 14 COL 10.
               10  SCR-LIMITE-DESC                     LINE 14 COL 45
                                       PIC ZZZZZZ9,99
                                       USING PAR-LIMITE-DESCONTO.
               10  VALUE "REGUA DE COBRANCA"           LINE 16 COL 10.
               10  VALUE "(ZEROS = 5, 15, 30 E 10 DIAS)"
                                                       LINE 16 COL 45.
               10  VALUE "LEMBRETE / 2O AVISO / FINAL:"
                                                       LINE 17 COL 10.
               10  SCR-COB-LEMBRETE                    LINE 17 COL 45
                                       PIC ZZ9
                                       USING PAR-COB-DIAS-LEMBRETE.
               10  SCR-COB-SEGUNDO                     LINE 17 COL 50
                                       PIC ZZ9
                                       USING PAR-COB-DIAS-SEGUNDO.
               10  SCR-COB-FINAL                       LINE 17 COL 55
                                       PIC ZZ9
                                       USING PAR-COB-DIAS-FINAL.
               10  VALUE "DIAS P/ NEGATIVAR APOS FINAL:"
                                                       LINE 18 COL 10.
               10  SCR-COB-NEGATIVACAO                 LINE 18 COL 45
                                       PIC ZZ9
                                       USING PAR-COB-DIAS-NEGATIVACAO.
               10  VALUE "FATURAMENTO: UF DO EMITENTE:"
                                                       LINE 19 COL 10.
               10  SCR-UF-EMITENTE                     LINE 19 COL 45
                                       PIC X(02)
                                       USING PAR-UF-EMITENTE.
               10  VALUE "(BRANCO = SEM IMPOSTOS)"     LINE 19 COL 50.
               10  VALUE "CONTABILIZAR EVENTOS DESDE:" LINE 20 COL 10.
               10  SCR-CTB-DATA-INICIO                 LINE 20 COL 45
                                       PIC 9(08)
                                       USING PAR-CTB-DATA-INICIO.
               10  VALUE "(AAAAMMDD, ZERO = TODOS)"    LINE 20 COL 55.
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "P - PROXIMA PAGINA"          LINE 21 COL 30.
               10  VALUE "V - VOLTAR A PAGINA ANTERIOR"
                                                       LINE 22 COL 10.
           05 ESCOLHA-PARAMETROS-3.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PAG3-PAR                      LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-PAG-PAR.
      *
      * --> QUARTA PAGINA: REVISAO AUTOMATICA DO LIMITE DE CREDITO,
      *     MARGEM BRUTA MINIMA, PEDIDO SUGERIDO E ORCAMENTO
      *
       01  SCR-PARAMETROS-4.
           05  PARAMETROS-4-CABECALHO.
               10  VALUE "PARAMETROS DO SISTEMA - CREDITO E MARGEM"
                                       BLANK SCREEN    LINE 1 COL 38.
           05  PARAMETROS-4-DADOS.
               10  VALUE "REVISAO AUTOMATICA DO LIMITE" LINE 4 COL 10.
               10  VALUE "(ZEROS = PADRAO DO LOTE)"    LINE 4 COL 45.
               10  VALUE "AUMENTO: ATRASO MEDIO ATE:"  LINE 6 COL 10.
               10  SCR-RLC-DIAS-BOM                    LINE 6 COL 45
                                       PIC ZZ9
                                       USING PAR-RLC-DIAS-BOM.
               10  VALUE "DIAS"                        LINE 6 COL 50.
               10  VALUE "USO DO LIMITE A PARTIR DE:"  LINE 7 COL 10.
               10  SCR-RLC-PCT-USO                     LINE 7 COL 45
                                       PIC ZZ9
                                       USING PAR-RLC-PCT-USO.
               10  VALUE "PCT"                         LINE 7 COL 50.
               10  VALUE "PCT DE AUMENTO PROPOSTO:"    LINE 8 COL 10.
               10  SCR-RLC-PCT-AUMENTO                 LINE 8 COL 45
                                       PIC ZZ9
                                       USING PAR-RLC-PCT-AUMENTO.
               10  VALUE "TETO EM MESES DE COMPRA:"    LINE 9 COL 10.
               10  SCR-RLC-MESES-COMPRA                LINE 9 COL 45
                                       PIC Z9
                                       USING PAR-RLC-MESES-COMPRA.
               10  VALUE "REDUCAO: ATRASO MEDIO ACIMA:"
                                                       LINE 11 COL 10.
               10  SCR-RLC-DIAS-RUIM                   LINE 11 COL 45
                                       PIC ZZ9
                                       USING PAR-RLC-DIAS-RUIM.
               10  VALUE "DIAS OU TITULO EM COBRANCA"  LINE 11 COL 50.
               10  VALUE "PCT DE REDUCAO PROPOSTA:"    LINE 12 COL 10.
               10  SCR-RLC-PCT-REDUCAO                 LINE 12 COL 45
                                       PIC ZZ9
                                       USING PAR-RLC-PCT-REDUCAO.
               10  VALUE "RELATORIO DE MARGEM BRUTA"   LINE 14 COL 10.
               10  VALUE "MARGEM MINIMA (PCT):"        LINE 15 COL 10.
               10  SCR-PCT-MARGEM-MIN                  LINE 15 COL 45
                                       PIC Z9,99
                                       USING PAR-PCT-MARGEM-MINIMA.
               10  VALUE "(ZERO = SO MARGEM NEGATIVA)" LINE 15 COL 52.
               10  VALUE "PEDIDO SUGERIDO POR CLIENTE" LINE 17 COL 10.
               10  VALUE "MESES DE HISTORICO:"         LINE 18 COL 10.
               10  SCR-SUG-MESES                       LINE 18 COL 45
                                       PIC Z9
                                       USING PAR-SUG-MESES-HISTORICO.
               10  VALUE "(ZERO = 6)"                  LINE 18 COL 52.
               10  VALUE "PEDIDOS SEM O PRODUTO P/ PARADO:"
                                                       LINE 19 COL 10.
               10  SCR-SUG-PARADO                      LINE 19 COL 45
                                       PIC Z9
                                       USING PAR-SUG-PEDIDOS-PARADO.
               10  VALUE "(ZERO = 3)"                  LINE 19 COL 52.
               10  VALUE "VALIDADE DO ORCAMENTO (DIAS):"
                                                       LINE 20 COL 10.
               10  SCR-ORC-VALIDADE                    LINE 20 COL 45
                                       PIC ZZ9
                                       USING PAR-ORC-DIAS-VALIDADE.
               10  VALUE "(ZERO = 15)"                 LINE 20 COL 52.
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "P - PROXIMA PAGINA"          LINE 21 COL 30.
               10  VALUE "V - VOLTAR A PAGINA ANTERIOR"
                                                       LINE 22 COL 10.
           05 ESCOLHA-PARAMETROS-4.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PAG4-PAR                      LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-PAG-PAR.
      *
      * --> QUINTA PAGINA: DESPESAS DE VIAGEM DOS VENDEDORES E
      *     CAPACIDADE DOS ARQUIVOS DE DADOS
      *
       01  SCR-PARAMETROS-5.
           05  PARAMETROS-5-CABECALHO.
               10  VALUE "PARAMETROS DO SISTEMA - DESPESAS DE VIAGEM"
                                       BLANK SCREEN    LINE 1 COL 38.
           05  PARAMETROS-5-DADOS.
               10  VALUE "LIMITE DIARIO POR TIPO"      LINE 4 COL 10.
               10  VALUE "(ZERO = SEMPRE APROVA)"      LINE 4 COL 45.
               10  VALUE "REFEICAO:"                   LINE 6 COL 10.
               10  SCR-DSP-LIMITE-REF                  LINE 6 COL 45
                                       PIC ZZZZ9,99
                                       USING PAR-DSP-LIMITE-DIA (1).
               10  VALUE "PEDAGIO:"                    LINE 7 COL 10.
               10  SCR-DSP-LIMITE-PED                  LINE 7 COL 45
                                       PIC ZZZZ9,99
                                       USING PAR-DSP-LIMITE-DIA (2).
               10  VALUE "ESTACIONAMENTO:"             LINE 8 COL 10.
               10  SCR-DSP-LIMITE-EST                  LINE 8 COL 45
                                       PIC ZZZZ9,99
                                       USING PAR-DSP-LIMITE-DIA (3).
               10  VALUE "HOSPEDAGEM:"                 LINE 9 COL 10.
               10  SCR-DSP-LIMITE-HOS                  LINE 9 COL 45
                                       PIC ZZZZ9,99
                                       USING PAR-DSP-LIMITE-DIA (4).
               10  VALUE "VALOR PAGO POR KM RODADO:"   LINE 11 COL 10.
               10  SCR-DSP-VALOR-KM                    LINE 11 COL 45
                                       PIC Z9,99
                                       USING PAR-DSP-VALOR-KM.
               10  VALUE "(ZERO = KM NAO REEMBOLSADO)" LINE 11 COL 52.
               10  VALUE "CAPACIDADE DOS ARQUIVOS DE DADOS"
                                                       LINE 13 COL 10.
               10  VALUE "TAMANHO LIMITE POR ARQUIVO (MB):"
                                                       LINE 14 COL 10.
               10  SCR-CAP-LIMITE-MB                   LINE 14 COL 45
                                       PIC ZZZZZ9
                                       USING PAR-CAP-LIMITE-MB.
               10  VALUE "(ZERO = 2048)"               LINE 14 COL 52.
               10  VALUE "PCT DO LIMITE QUE GERA ALERTA:"
                                                       LINE 15 COL 10.
               10  SCR-CAP-PCT-ALERTA                  LINE 15 COL 45
                                       PIC ZZ9
                                       USING PAR-CAP-PCT-ALERTA.
               10  VALUE "(ZERO = 80)"                 LINE 15 COL 52.
               10  VALUE "DIAS ATE O LIMITE P/ ALERTA:"
                                                       LINE 16 COL 10.
               10  SCR-CAP-DIAS-ALERTA                 LINE 16 COL 45
                                       PIC ZZ9
                                       USING PAR-CAP-DIAS-ALERTA.
               10  VALUE "(ZERO = 30)"                 LINE 16 COL 52.
               10  VALUE "CRESCIMENTO ANORMAL (X MEDIA):"
                                                       LINE 17 COL 10.
               10  SCR-CAP-FATOR-CRESC                 LINE 17 COL 45
                                       PIC Z9
                                       USING PAR-CAP-FATOR-CRESC.
               10  VALUE "(ZERO = 3)"                  LINE 17 COL 52.
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "P - PROXIMA PAGINA"          LINE 21 COL 30.
               10  VALUE "V - VOLTAR A PAGINA ANTERIOR"
                                                       LINE 22 COL 10.
           05 ESCOLHA-PARAMETROS-5.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PAG5-PAR                      LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-PAG-PAR.
      *
      * --> SEXTA PAGINA: TEMPO DE VISITA POR CANAL E PORTE
      *
       01  SCR-PARAMETROS-6.
           05  PARAMETROS-6-CABECALHO.
               10  VALUE "PARAMETROS DO SISTEMA - TEMPO DE VISITA"
                                       BLANK SCREEN    LINE 1 COL 39.
           05  PARAMETROS-6-DADOS.
               10  VALUE "MINUTOS POR VISITA NO CLIENTE"
                                                       LINE 4 COL 10.
               10  VALUE "(0 = TEMPO UNICO)"           LINE 4 COL 45.
               10  VALUE "PEQUENO"                     LINE 5 COL 30.
               10  VALUE "MEDIO"                       LINE 5 COL 40.
               10  VALUE "GRANDE"                      LINE 5 COL 50.
               10  VALUE "BAR"                         LINE 6 COL 10.
               10  SCR-TVI-BAR-P                       LINE 6 COL 30
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (1 1).
               10  SCR-TVI-BAR-M                       LINE 6 COL 40
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (1 2).
               10  SCR-TVI-BAR-G                       LINE 6 COL 50
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (1 3).
               10  VALUE "MERCADO"                     LINE 7 COL 10.
               10  SCR-TVI-MER-P                       LINE 7 COL 30
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (2 1).
               10  SCR-TVI-MER-M                       LINE 7 COL 40
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (2 2).
               10  SCR-TVI-MER-G                       LINE 7 COL 50
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (2 3).
               10  VALUE "RESTAURANTE"                 LINE 8 COL 10.
               10  SCR-TVI-RES-P                       LINE 8 COL 30
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (3 1).
               10  SCR-TVI-RES-M                       LINE 8 COL 40
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (3 2).
               10  SCR-TVI-RES-G                       LINE 8 COL 50
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (3 3).
               10  VALUE "ATACADO"                     LINE 9 COL 10.
               10  SCR-TVI-ATA-P                       LINE 9 COL 30
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (4 1).
               10  SCR-TVI-ATA-M                       LINE 9 COL 40
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (4 2).
               10  SCR-TVI-ATA-G                       LINE 9 COL 50
                                       PIC ZZ9
                                   USING PAR-TEMPO-VISITA-PORTE (4 3).
               10  VALUE "S - SALVAR"                  LINE 21 COL 10.
               10  VALUE "V - VOLTAR A PAGINA ANTERIOR"
                                                       LINE 22 COL 10.
           05 ESCOLHA-PARAMETROS-6.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PAG6-PAR                      LINE 23 COL 35
                                       PIC X       TO WS-OPCAO-PAG-PAR.
      *
      * --> LABEL PARA MOSTRAR MENSAGENS
      *
       01 OPCAO-STATUS                 HIGHLIGHT.
                   WHEN "s"
                   WHEN "S"
                       PERFORM 2000-GRAVAR-PARAMETROS
                   WHEN "p"
                   WHEN "P"
                       PERFORM 3000-PARAMETROS-COMERCIAIS
                   WHEN "v"
                   WHEN "V"
                       GOBACK
                   MOVE 0              TO PAR-QTD-AREAS
               END-IF
           END-IF
           PERFORM 1100-AJUSTAR-COMERCIAIS
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-AJUSTAR-COMERCIAIS         SECTION.
      *----------------------------------------------------------------*
      * UM ARQUIVO GRAVADO ANTES DOS PARAMETROS COMERCIAIS E           *
      * FINANCEIROS VEM COM A LINHA CURTA; OS CAMPOS AUSENTES ASSUMEM  *
      * ZERO (SEM LIMITE, SEM MOTIVO, SEM COBRANCA, SEM ENCARGOS) E A  *
      * ACAO DE SO AVISAR                                              *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-CANAL-IND FROM 1 BY 1
                   UNTIL WS-CANAL-IND > 4
               PERFORM VARYING WS-PORTE-IND FROM 1 BY 1
                       UNTIL WS-PORTE-IND > 3
                   IF PAR-LIMITE-VASILHAME (WS-CANAL-IND WS-PORTE-IND)
                                       NOT NUMERIC
                       MOVE 0          TO PAR-LIMITE-VASILHAME
                                          (WS-CANAL-IND WS-PORTE-IND)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT VASILHAME-BLOQUEIA
               MOVE "A"                TO PAR-VASILHAME-ACAO
           END-IF
           IF PAR-MOTIVO-RECUSA NOT NUMERIC
               MOVE 0                  TO PAR-MOTIVO-RECUSA
           END-IF
           IF PAR-MOTIVO-PARCIAL NOT NUMERIC
               MOVE 0                  TO PAR-MOTIVO-PARCIAL
           END-IF
           IF PAR-BCO-CODIGO NOT NUMERIC
               MOVE 0                  TO PAR-BCO-CODIGO
           END-IF
           IF PAR-BCO-EMPRESA NOT NUMERIC
               MOVE 0                  TO PAR-BCO-EMPRESA
           END-IF
           IF PAR-BCO-CARTEIRA NOT NUMERIC
               MOVE 0                  TO PAR-BCO-CARTEIRA
           END-IF
           IF PAR-BCO-AGENCIA NOT NUMERIC
               MOVE 0                  TO PAR-BCO-AGENCIA
           END-IF
           IF PAR-BCO-CONTA NOT NUMERIC
               MOVE 0                  TO PAR-BCO-CONTA
           END-IF
           IF PAR-PCT-MULTA NOT NUMERIC
               MOVE 0                  TO PAR-PCT-MULTA
           END-IF
           IF PAR-PCT-JUROS-MES NOT NUMERIC
               MOVE 0                  TO PAR-PCT-JUROS-MES
           END-IF
           IF PAR-DIAS-CARENCIA NOT NUMERIC
               MOVE 0                  TO PAR-DIAS-CARENCIA
           END-IF
           IF PAR-LIMITE-DESCONTO NOT NUMERIC
               MOVE 0                  TO PAR-LIMITE-DESCONTO
           END-IF
           IF PAR-COB-DIAS-LEMBRETE NOT NUMERIC
               MOVE 0                  TO PAR-COB-DIAS-LEMBRETE
           END-IF
           IF PAR-COB-DIAS-SEGUNDO NOT NUMERIC
               MOVE 0                  TO PAR-COB-DIAS-SEGUNDO
           END-IF
           IF PAR-COB-DIAS-FINAL NOT NUMERIC
               MOVE 0                  TO PAR-COB-DIAS-FINAL
           END-IF
           IF PAR-COB-DIAS-NEGATIVACAO NOT NUMERIC
               MOVE 0                  TO PAR-COB-DIAS-NEGATIVACAO
           END-IF
           IF PAR-RLC-DIAS-BOM NOT NUMERIC
               MOVE 0                  TO PAR-RLC-DIAS-BOM
           END-IF
           IF PAR-RLC-PCT-AUMENTO NOT NUMERIC
               MOVE 0                  TO PAR-RLC-PCT-AUMENTO
           END-IF
           IF PAR-RLC-PCT-USO NOT NUMERIC
               MOVE 0                  TO PAR-RLC-PCT-USO
           END-IF
           IF PAR-RLC-DIAS-RUIM NOT NUMERIC
               MOVE 0                  TO PAR-RLC-DIAS-RUIM
           END-IF
           IF PAR-RLC-PCT-REDUCAO NOT NUMERIC
               MOVE 0                  TO PAR-RLC-PCT-REDUCAO
           END-IF
           IF PAR-RLC-MESES-COMPRA NOT NUMERIC
               MOVE 0                  TO PAR-RLC-MESES-COMPRA
           END-IF
           IF PAR-PCT-MARGEM-MINIMA NOT NUMERIC
               MOVE 0                  TO PAR-PCT-MARGEM-MINIMA
           END-IF
           IF PAR-SUG-MESES-HISTORICO NOT NUMERIC
               MOVE 0                  TO PAR-SUG-MESES-HISTORICO
           END-IF
           IF PAR-SUG-PEDIDOS-PARADO NOT NUMERIC
               MOVE 0                  TO PAR-SUG-PEDIDOS-PARADO
           END-IF
           IF PAR-ORC-DIAS-VALIDADE NOT NUMERIC
               MOVE 0                  TO PAR-ORC-DIAS-VALIDADE
           END-IF
           IF PAR-CTB-DATA-INICIO NOT NUMERIC
               MOVE 0                  TO PAR-CTB-DATA-INICIO
           END-IF
           PERFORM VARYING WS-AREA-IND FROM 1 BY 1
                   UNTIL WS-AREA-IND > 4
               IF PAR-DSP-LIMITE-DIA (WS-AREA-IND) NOT NUMERIC
                   MOVE 0              TO PAR-DSP-LIMITE-DIA
                                          (WS-AREA-IND)
               END-IF
           END-PERFORM
           IF PAR-DSP-VALOR-KM NOT NUMERIC
               MOVE 0                  TO PAR-DSP-VALOR-KM
           END-IF
           IF PAR-CAP-LIMITE-MB NOT NUMERIC
               MOVE 0                  TO PAR-CAP-LIMITE-MB
           END-IF
           IF PAR-CAP-PCT-ALERTA NOT NUMERIC
               MOVE 0                  TO PAR-CAP-PCT-ALERTA
           END-IF
           IF PAR-CAP-DIAS-ALERTA NOT NUMERIC
               MOVE 0                  TO PAR-CAP-DIAS-ALERTA
           END-IF
           IF PAR-CAP-FATOR-CRESC NOT NUMERIC
               MOVE 0                  TO PAR-CAP-FATOR-CRESC
           END-IF
           PERFORM VARYING WS-CANAL-IND FROM 1 BY 1
                   UNTIL WS-CANAL-IND > 4
               PERFORM VARYING WS-PORTE-IND FROM 1 BY 1
                       UNTIL WS-PORTE-IND > 3
                   IF PAR-TEMPO-VISITA-PORTE (WS-CANAL-IND WS-PORTE-IND)
                                       NOT NUMERIC
                       MOVE 0          TO PAR-TEMPO-VISITA-PORTE
                                          (WS-CANAL-IND WS-PORTE-IND)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-GRAVAR-PARAMETROS          SECTION.
      *----------------------------------------------------------------*
      *
           INSPECT PAR-UF-EMITENTE     CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF PAR-PAGINA-TAM = 0
               MOVE "TAMANHO DE PAGINA DEVE SER MAIOR QUE 0"
                                       TO WS-STATUS
           IF PAR-QTD-AREAS > 2
               MOVE "QUANTIDADE DE AREAS DEVE SER 0, 1 OU 2"
                                       TO WS-STATUS
           ELSE
           IF PAR-VASILHAME-ACAO NOT = "A" AND NOT VASILHAME-BLOQUEIA
               MOVE "ACAO DO LIMITE DE VASILHAME: B OU A"
                                       TO WS-STATUS
           ELSE
           IF PAR-CAP-PCT-ALERTA > 100
               MOVE "PCT DO LIMITE DE CAPACIDADE: ATE 100"
                                       TO WS-STATUS
           ELSE
               OPEN OUTPUT ARQ-PARAMETROS
               IF FS-PAR-OK
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-PARAMETROS-COMERCIAIS      SECTION.
      *----------------------------------------------------------------*
      * SEGUNDA PAGINA DO REGISTRO; SALVAR GRAVA O REGISTRO INTEIRO,   *
      * COM O QUE JA FOI DIGITADO NA PRIMEIRA PAGINA                   *
      *----------------------------------------------------------------*
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-PARAMETROS-2
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-VAS-BAR-P
               ACCEPT SCR-VAS-BAR-M
               ACCEPT SCR-VAS-BAR-G
               ACCEPT SCR-VAS-MER-P
               ACCEPT SCR-VAS-MER-M
               ACCEPT SCR-VAS-MER-G
               ACCEPT SCR-VAS-RES-P
               ACCEPT SCR-VAS-RES-M
               ACCEPT SCR-VAS-RES-G
               ACCEPT SCR-VAS-ATA-P
               ACCEPT SCR-VAS-ATA-M
               ACCEPT SCR-VAS-ATA-G
               ACCEPT SCR-VAS-ACAO
               ACCEPT SCR-MOT-RECUSA
               ACCEPT SCR-MOT-PARCIAL
               ACCEPT OPCAO-PAG-PAR
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-PAG-PAR
                   WHEN "s"
                   WHEN "S"
                       PERFORM 2000-GRAVAR-PARAMETROS
                   WHEN "p"
                   WHEN "P"
                       PERFORM 4000-PARAMETROS-FINANCEIROS
                   WHEN "v"
                   WHEN "V"
                       GO TO 3000-FIM
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       4000-PARAMETROS-FINANCEIROS     SECTION.
      *----------------------------------------------------------------*
      * TERCEIRA PAGINA DO REGISTRO, NO MESMO MOLDE DA SEGUNDA         *
      *----------------------------------------------------------------*
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-PARAMETROS-3
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-BCO-CODIGO
               ACCEPT SCR-BCO-NOME
               ACCEPT SCR-BCO-EMPRESA
               ACCEPT SCR-BCO-NOME-EMPRESA
               ACCEPT SCR-BCO-CARTEIRA
               ACCEPT SCR-BCO-AGENCIA
               ACCEPT SCR-BCO-CONTA
               ACCEPT SCR-BCO-CONTA-DV
               ACCEPT SCR-PCT-MULTA
               ACCEPT SCR-PCT-JUROS
               ACCEPT SCR-DIAS-CARENCIA
               ACCEPT SCR-LIMITE-DESC
               ACCEPT SCR-COB-LEMBRETE
               ACCEPT SCR-COB-SEGUNDO
               ACCEPT SCR-COB-FINAL
               ACCEPT SCR-COB-NEGATIVACAO
               ACCEPT SCR-UF-EMITENTE
               ACCEPT SCR-CTB-DATA-INICIO
               ACCEPT OPCAO-PAG3-PAR
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-PAG-PAR
                   WHEN "s"
                   WHEN "S"
                       PERFORM 2000-GRAVAR-PARAMETROS
                   WHEN "p"
                   WHEN "P"
                       PERFORM 5000-PARAMETROS-CREDITO
                   WHEN "v"
                   WHEN "V"
                       GO TO 4000-FIM
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       4000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       5000-PARAMETROS-CREDITO         SECTION.
      *----------------------------------------------------------------*
      * QUARTA PAGINA DO REGISTRO, NO MESMO MOLDE DA SEGUNDA           *
      *----------------------------------------------------------------*
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-PARAMETROS-4
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-RLC-DIAS-BOM
               ACCEPT SCR-RLC-PCT-USO
               ACCEPT SCR-RLC-PCT-AUMENTO
               ACCEPT SCR-RLC-MESES-COMPRA
               ACCEPT SCR-RLC-DIAS-RUIM
               ACCEPT SCR-RLC-PCT-REDUCAO
               ACCEPT SCR-PCT-MARGEM-MIN
               ACCEPT SCR-SUG-MESES
               ACCEPT SCR-SUG-PARADO
               ACCEPT SCR-ORC-VALIDADE
               ACCEPT OPCAO-PAG4-PAR
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-PAG-PAR
                   WHEN "s"
                   WHEN "S"
                       PERFORM 2000-GRAVAR-PARAMETROS
                   WHEN "p"
                   WHEN "P"
                       PERFORM 6000-PARAMETROS-DESPESAS
                   WHEN "v"
                   WHEN "V"
                       GO TO 5000-FIM
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       5000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-PARAMETROS-DESPESAS        SECTION.
      *----------------------------------------------------------------*
      * QUINTA PAGINA DO REGISTRO, NO MESMO MOLDE DA SEGUNDA           *
      *----------------------------------------------------------------*
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-PARAMETROS-5
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-DSP-LIMITE-REF
               ACCEPT SCR-DSP-LIMITE-PED
               ACCEPT SCR-DSP-LIMITE-EST
               ACCEPT SCR-DSP-LIMITE-HOS
               ACCEPT SCR-DSP-VALOR-KM
               ACCEPT SCR-CAP-LIMITE-MB
               ACCEPT SCR-CAP-PCT-ALERTA
               ACCEPT SCR-CAP-DIAS-ALERTA
               ACCEPT SCR-CAP-FATOR-CRESC
               ACCEPT OPCAO-PAG5-PAR
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-PAG-PAR
                   WHEN "s"
                   WHEN "S"
                       PERFORM 2000-GRAVAR-PARAMETROS
                   WHEN "p"
                   WHEN "P"
                       PERFORM 7000-PARAMETROS-VISITA
                   WHEN "v"
                   WHEN "V"
                       GO TO 6000-FIM
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-PARAMETROS-VISITA          SECTION.
      *----------------------------------------------------------------*
      * SEXTA PAGINA DO REGISTRO, NO MESMO MOLDE DA SEGUNDA            *
      *----------------------------------------------------------------*
           PERFORM UNTIL 1 <> 1
               DISPLAY SCR-PARAMETROS-6
               DISPLAY OPCAO-STATUS
               ACCEPT SCR-TVI-BAR-P
               ACCEPT SCR-TVI-BAR-M
               ACCEPT SCR-TVI-BAR-G
               ACCEPT SCR-TVI-MER-P
               ACCEPT SCR-TVI-MER-M
               ACCEPT SCR-TVI-MER-G
               ACCEPT SCR-TVI-RES-P
               ACCEPT SCR-TVI-RES-M
               ACCEPT SCR-TVI-RES-G
               ACCEPT SCR-TVI-ATA-P
               ACCEPT SCR-TVI-ATA-M
               ACCEPT SCR-TVI-ATA-G
               ACCEPT OPCAO-PAG6-PAR
               MOVE SPACES             TO WS-STATUS
               EVALUATE WS-OPCAO-PAG-PAR
                   WHEN "s"
                   WHEN "S"
                       PERFORM 2000-GRAVAR-PARAMETROS
                   WHEN "v"
                   WHEN "V"
                       GO TO 7000-FIM
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"
                                       TO WS-STATUS
               END-EVALUATE
           END-PERFORM
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM CADAPARA.
      *----------------------------------------------------------------*
