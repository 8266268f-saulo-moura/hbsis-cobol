      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 14/06/2019                                          *
      * TELA DO MENU PRINCIPAL DO SISTEMA, PAGINADO EM TRES GRUPOS     *
      * PARA CABER EM TERMINAIS DE 80 COLUNAS; CADA GRUPO TEM UMA      *
      * SEGUNDA PAGINA (4, 5 E 6) PARA AS OPCOES 04.XX, 05.XX E 06.XX  *
      ******************************************************************
       01  SCR-LOGIN-OPERADOR.
           05  VALUE "GERENCIAMENTO DE CARTELA DE CLIENTES"
                                                       LINE 20 COL 10.
               10  VALUE "01.18 - CONDICOES DE PAGAMENTO"
                                                       LINE 20 COL 45.
               10  VALUE "1/4 - CADASTROS  2/5 - RELATORIOS"
                                                       LINE 21 COL 10.
               10  VALUE "3/6 - EXECUTAR   S - SAIR"   LINE 21 COL 45.
           05 ESCOLHA-MENU-CADASTROS.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PRINC                         LINE 23 COL 35
                                                       LINE 20 COL 4.
               10  VALUE "02.32 - PEDIDO X CARTEIRA"
                                                       LINE 20 COL 46.
               10  VALUE "1/4 - CADASTROS  2/5 - RELATORIOS"
                                                       LINE 21 COL 10.
               10  VALUE "3/6 - EXECUTAR   S - SAIR"   LINE 21 COL 45.
           05 ESCOLHA-MENU-RELATORIOS.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PRINC-REL                     LINE 23 COL 35
               10  VALUE "03.01 - EXECUTAR DISTRIBUICAO DE CLIENTES"
                                                       LINE 3 COL 4.
               10  VALUE "03.02 - EXECUTAR RECONCILIACAO DE ARQUIVOS"
                                                       LINE 5 COL 4.
               10  VALUE "03.03 - EXPORTAR CLIENTES PARA CSV"
                                                       LINE 5 COL 4.
               10  VALUE "03.04 - ATUALIZAR HISTORICO DE CADASTRO"
                                                       LINE 21 COL 46.
               10  VALUE "03.40 - TRANSFERENCIA DE FILIAL"
                                                       LINE 22 COL 46.
               10  VALUE "1/4 - CADASTROS  2/5 - RELATORIOS"
                                                       LINE 24 COL 4.
               10  VALUE "3/6 - EXECUTAR   S - SAIR"   LINE 24 COL 46.
           05 ESCOLHA-MENU-EXECUTAR.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 4.
               10  OPCAO-PRINC-EXE                     LINE 23 COL 29
                                       PIC X(5)        TO WS-OPCAO.
       01  SCR-MENU-CADASTROS-2.
           05  MENU-CADASTROS-2-CABECALHO.
               10  VALUE "GERENCIAMENTO DE CARTELA DE CLIENTES"
                                       BLANK SCREEN    LINE 1 COL 35.
               10  MARCA-AMBIENTE-CAD-2                LINE 1 COL 5
                                       PIC X(20)
                                       FROM WS-MARCA-AMBIENTE.
           05  MENU-CADASTROS-2-OPCOES.
               10  VALUE "CADASTROS (CONTINUACAO)"     LINE 3 COL 10.
               10  VALUE "04.01 - ESTOQUE POR FILIAL"  LINE 5 COL 10.
               10  VALUE "04.02 - VASILHAMES DO CLIENTE"
                                                       LINE 6 COL 10.
               10  VALUE "04.03 - EQUIPAMENTOS EM COMODATO"
                                                       LINE 7 COL 10.
               10  VALUE "04.04 - VEICULOS DE ENTREGA" LINE 8 COL 10.
               10  VALUE "04.05 - CREDITO DO CLIENTE"  LINE 9 COL 10.
               10  VALUE "04.06 - REVISAO DE LIMITE DE CREDITO"
                                                       LINE 10 COL 10.
               10  VALUE "04.07 - CAMPANHAS PROMOCIONAIS"
                                                       LINE 11 COL 10.
               10  VALUE "04.08 - REAJUSTES DE PRECO PROGRAMADOS"
                                                       LINE 12 COL 10.
               10  VALUE "04.09 - DE-PARA DE CODIGOS DAS REDES"
                                                       LINE 13 COL 10.
               10  VALUE "04.10 - PEDIDOS PROGRAMADOS" LINE 14 COL 10.
               10  VALUE "04.11 - ORCAMENTOS"          LINE 15 COL 10.
               10  VALUE "04.12 - CALENDARIO DE ENTREGA"
                                                       LINE 16 COL 10.
               10  VALUE "04.13 - REGRAS DE TRIBUTACAO" LINE 17 COL 10.
               10  VALUE "04.14 - MAPA CONTABIL"       LINE 18 COL 10.
               10  VALUE "04.15 - RECEBIMENTO EM CAMPO" LINE 19 COL 10.
               10  VALUE "04.16 - ACERTO DO VENDEDOR"  LINE 20 COL 10.
               10  VALUE "04.17 - RECLAMACOES DE CLIENTES"
                                                       LINE 5 COL 50.
               10  VALUE "04.18 - TIPOS DE RECLAMACAO" LINE 6 COL 50.
               10  VALUE "04.19 - PROSPECTOS"          LINE 7 COL 50.
               10  VALUE "04.20 - ALVARAS DOS CLIENTES"
                                                       LINE 8 COL 50.
               10  VALUE "04.21 - DESPESAS DE VIAGEM"  LINE 9 COL 50.
               10  VALUE "04.22 - CONCURSOS DE VENDAS" LINE 10 COL 50.
               10  VALUE "04.23 - SEGREGACAO DE FUNCOES"
                                                       LINE 11 COL 50.
               10  VALUE "04.24 - ASSINATURAS DE RELATORIOS"
                                                       LINE 12 COL 50.
               10  VALUE "04.25 - BAIXA POR PERDA"
                                                       LINE 13 COL 50.
               10  VALUE "1/4 - CADASTROS  2/5 - RELATORIOS"
                                                       LINE 21 COL 10.
               10  VALUE "3/6 - EXECUTAR   S - SAIR"   LINE 21 COL 45.
           05 ESCOLHA-MENU-CADASTROS-2.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PRINC-CAD-2                   LINE 23 COL 35
                                       PIC X(5)        TO WS-OPCAO.
       01  SCR-MENU-RELATORIOS-2.
           05  MENU-RELATORIOS-2-CABECALHO.
               10  VALUE "GERENCIAMENTO DE CARTELA DE CLIENTES"
                                       BLANK SCREEN    LINE 1 COL 35.
               10  MARCA-AMBIENTE-REL-2                LINE 1 COL 5
                                       PIC X(20)
                                       FROM WS-MARCA-AMBIENTE.
           05  MENU-RELATORIOS-2-OPCOES.
               10  VALUE "RELATORIOS (CONTINUACAO)"    LINE 3 COL 10.
               10  VALUE "05.01 - POSICAO DE ESTOQUE"  LINE 5 COL 4.
               10  VALUE "05.02 - SALDO DE VASILHAMES" LINE 6 COL 4.
               10  VALUE "05.03 - EQUIPAMENTOS A RECOLHER"
                                                       LINE 7 COL 4.
               10  VALUE "05.04 - DESEMPENHO DAS ENTREGAS"
                                                       LINE 8 COL 4.
               10  VALUE "05.05 - AGING DO CONTAS A RECEBER"
                                                       LINE 9 COL 4.
               10  VALUE "05.06 - EXTRATO DE CONTA DO CLIENTE"
                                                       LINE 10 COL 4.
               10  VALUE "05.07 - POSITIVACAO DA CARTEIRA"
                                                       LINE 11 COL 4.
               10  VALUE "05.08 - MIX DE VENDAS POR FAMILIA"
                                                       LINE 12 COL 4.
               10  VALUE "05.09 - MARGEM BRUTA DAS VENDAS"
                                                       LINE 13 COL 4.
               10  VALUE "05.10 - REALIZACAO DE PRECO"
                                                       LINE 14 COL 4.
               10  VALUE "05.11 - RESULTADO DE CAMPANHAS"
                                                       LINE 15 COL 4.
               10  VALUE "05.12 - CONFERENCIA DE PRECOS"
                                                       LINE 16 COL 4.
               10  VALUE "05.13 - CONVERSAO DE ORCAMENTOS"
                                                       LINE 17 COL 4.
               10  VALUE "05.14 - SALDOS PENDENTES DE ENTREGA"
                                                       LINE 18 COL 4.
               10  VALUE "05.15 - INTELIGENCIA DE MERCADO"
                                                       LINE 19 COL 4.
               10  VALUE "05.16 - RECLAMACOES FORA DO PRAZO"
                                                       LINE 20 COL 4.
               10  VALUE "05.17 - FUNIL DE PROSPECCAO" LINE 5 COL 46.
               10  VALUE "05.18 - ALVARAS A VENCER"    LINE 6 COL 46.
               10  VALUE "05.19 - RANKING DE CONCURSO" LINE 7 COL 46.
               10  VALUE "05.20 - COMPARATIVO ANUAL"   LINE 8 COL 46.
               10  VALUE "05.21 - CARTEIRA NA DATA"    LINE 9 COL 46.
               10  VALUE "05.22 - VENDAS PELO DONO NA DATA"
                                                       LINE 10 COL 46.
               10  VALUE "05.23 - CONFLITOS DE SEGREGACAO"
                                                       LINE 11 COL 46.
               10  VALUE "05.24 - CRESCIMENTO DOS ARQUIVOS"
                                                       LINE 12 COL 46.
               10  VALUE "05.25 - RETENCAO POR COORTE"
                                                       LINE 13 COL 46.
               10  VALUE "05.26 - TEMPO EM LOJA"       LINE 14 COL 46.
               10  VALUE "1/4 - CADASTROS  2/5 - RELATORIOS"
                                                       LINE 21 COL 10.
               10  VALUE "3/6 - EXECUTAR   S - SAIR"   LINE 21 COL 45.
           05 ESCOLHA-MENU-RELATORIOS-2.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 10.
               10  OPCAO-PRINC-REL-2                   LINE 23 COL 35
                                       PIC X(5)        TO WS-OPCAO.
       01  SCR-MENU-EXECUTAR-2.
           05  MENU-EXECUTAR-2-CABECALHO.
               10  VALUE "GERENCIAMENTO DE CARTELA DE CLIENTES"
                                       BLANK SCREEN    LINE 1 COL 35.
               10  MARCA-AMBIENTE-EXE-2                LINE 1 COL 5
                                       PIC X(20)
                                       FROM WS-MARCA-AMBIENTE.
           05  MENU-EXECUTAR-2-OPCOES.
               10  VALUE "EXECUTAR (CONTINUACAO)"      LINE 2 COL 10.
               10  VALUE "06.01 - MONTAGEM DE CARGA (ROMANEIO)"
                                                       LINE 5 COL 4.
               10  VALUE "06.02 - BAIXA DAS ENTREGAS DO ROMANEIO"
                                                       LINE 6 COL 4.
               10  VALUE "06.03 - IMPORTAR ENTREGAS DO APP"
                                                       LINE 7 COL 4.
               10  VALUE "06.04 - REMESSA DE BOLETOS AO BANCO"
                                                       LINE 8 COL 4.
               10  VALUE "06.05 - RETORNO DA COBRANCA BANCARIA"
                                                       LINE 9 COL 4.
               10  VALUE "06.06 - REGUA DE COBRANCA E NEGATIVACAO"
                                                       LINE 10 COL 4.
               10  VALUE "06.07 - REVISAO AUTOMATICA DE LIMITES"
                                                       LINE 11 COL 4.
               10  VALUE "06.08 - IMPORTAR PEDIDOS DO APP"
                                                       LINE 12 COL 4.
               10  VALUE "06.09 - IMPORTAR PEDIDOS DE COMPRA DAS REDES"
                                                       LINE 13 COL 4.
               10  VALUE "06.10 - APROVACAO DE DESPESAS DE VIAGEM"
                                                       LINE 14 COL 4.
               10  VALUE "06.11 - REEMBOLSO MENSAL DE DESPESAS"
                                                       LINE 15 COL 4.
               10  VALUE "06.12 - APURACAO DE CONCURSO DE VENDAS"
                                                       LINE 16 COL 4.
               10  VALUE "06.13 - REAPLICACAO DOS DIARIOS"
                                                       LINE 17 COL 4.
               10  VALUE "06.14 - DISTRIBUICAO DE RELATORIOS"
                                                       LINE 18 COL 4.
               10  VALUE "06.15 - MONITOR DE CAPACIDADE"
                                                       LINE 19 COL 4.
               10  VALUE "06.16 - PREVISAO DE DEMANDA"
                                                       LINE 20 COL 4.
               10  VALUE "1/4 - CADASTROS  2/5 - RELATORIOS"
                                                       LINE 24 COL 4.
               10  VALUE "3/6 - EXECUTAR   S - SAIR"   LINE 24 COL 46.
           05 ESCOLHA-MENU-EXECUTAR-2.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 23 COL 4.
               10  OPCAO-PRINC-EXE-2                   LINE 23 COL 29
                                       PIC X(5)        TO WS-OPCAO.
