               10  VALUE "1 - INCLUSAO"                LINE 5 COL 10.
               10  VALUE "2 - CONSULTA"                LINE 6 COL 10.
               10  VALUE "3 - CANCELAMENTO"            LINE 7 COL 10.
               10  VALUE "4 - ALTERACAO (PEDIDO DIGITADO)"
                                                       LINE 8 COL 10.
               10  VALUE "M - VOLTAR PARA O MENU PRINCIPAL"
                                                       LINE 16 COL 10.
           05 ESCOLHA-MENU-PEDIDOS.
               10  SCR-CONDPG-PED                      LINE 11 COL 43
                                       PIC 99
                                       USING PED-COND-PAGTO.
               10  VALUE "DATA DE ENTREGA:"            LINE 12 COL 10.
               10  SCR-ENTREGA-PED                     LINE 12 COL 35
                                       PIC 9(08)
                                       FROM PED-DT-ENTREGA.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 17 COL 10.
           05 ESCOLHA-INCLUIR-PEDIDO.
               10  SCR-NUMERO-CON-PED                  LINE 5 COL 45
                                       PIC 9(09)
                                       TO PED-NUMERO.
       01  SCR-ALTERAR-PEDIDO.
           05  ALTERAR-PEDIDO-CABECALHO.
               10  VALUE "ALTERACAO DE PEDIDO"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  ALTERAR-PEDIDO-DADOS.
               10  VALUE "NUMERO DO PEDIDO:"           LINE 5 COL 10.
               10  SCR-NUMERO-ALT-PED                  LINE 5 COL 35
                                       PIC ZZZZZZZZZ
                                       FROM PED-NUMERO.
               10  VALUE "CNPJ DO CLIENTE:"            LINE 6 COL 10.
               10  SCR-CNPJ-ALT-PED                    LINE 6 COL 35
                                       PIC 99.999.999/9999B99
                                       FROM PED-CNPJ.
               10  VALUE "CPF DO VENDEDOR:"            LINE 7 COL 10.
               10  SCR-CPF-ALT-PED                     LINE 7 COL 35
                                       PIC 999.999.999B99
                                       FROM PED-CPF.
               10  VALUE "DATA DO PEDIDO:"             LINE 8 COL 10.
               10  SCR-DATA-ALT-PED                    LINE 8 COL 35
                                       PIC 9(08)
                                       FROM PED-DATA.
               10  VALUE "VALOR DO PEDIDO:"            LINE 9 COL 10.
               10  SCR-VALOR-ALT-PED                   LINE 9 COL 35
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM PED-VALOR.
               10  VALUE "TIPO (V=VENDA B=BONIF T=TROCA):"
                                                       LINE 10 COL 10.
               10  SCR-TIPO-ALT-PED                    LINE 10 COL 43
                                       PIC X(01)
                                       FROM PED-TIPO.
               10  VALUE "COND.PAGTO (0 = DO CLIENTE):" LINE 11 COL 10.
               10  SCR-CONDPG-ALT-PED                  LINE 11 COL 43
                                       PIC 99
                                       USING PED-COND-PAGTO.
               10  VALUE "S - CONFIRMAR E ALTERAR OS ITENS"
                                                       LINE 16 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 17 COL 10.
           05 ESCOLHA-ALTERAR-PEDIDO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 20 COL 10.
               10  OPCAO-ALT-PED                       LINE 20 COL 35
                                       PIC X       TO WS-OPCAO-ALT-PED.
       01  SCR-ALTERAR-ITEM.
           05  ALTERAR-ITEM-CABECALHO.
               10  VALUE "ALTERACAO DOS ITENS DO PEDIDO"
                                       BLANK SCREEN    LINE 1 COL 45.
           05  ALTERAR-ITEM-DADOS.
               10  VALUE "ITEM (SEQUENCIA P/ L OU R):" LINE 4 COL 10.
               10  SCR-SEQUENCIA-ALT-ITE               LINE 4 COL 39
                                       PIC ZZ9
                                       USING WS-SEQ-ALTERAR.
               10  VALUE "CODIGO DO PRODUTO:"          LINE 5 COL 10.
               10  SCR-PRODUTO-ALT-ITE                 LINE 5 COL 35
                                       PIC ZZZZZZ9
                                       USING ITE-PRODUTO.
               10  VALUE "QUANTIDADE (0=MANTEM):"      LINE 6 COL 10.
               10  SCR-QUANTIDADE-ALT-ITE              LINE 6 COL 35
                                       PIC ZZZZ9
                                       USING ITE-QUANTIDADE.
               10  VALUE "PRECO (0=TABELA/MANTEM):"    LINE 7 COL 10.
               10  SCR-PRECO-ALT-ITE                   LINE 7 COL 37
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       USING ITE-PRECO-UNITARIO.
               10  VALUE "TOTAL DO PEDIDO:"            LINE 9 COL 10.
               10  SCR-TOTAL-ALT-ITE                   LINE 9 COL 35
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       FROM WS-TOTAL-PEDIDO.
               10  VALUE "A - ADICIONAR ITEM"          LINE 14 COL 10.
               10  VALUE "L - ALTERAR QUANTIDADE/PRECO DO ITEM"
                                                       LINE 15 COL 10.
               10  VALUE "R - REMOVER ITEM"            LINE 16 COL 10.
               10  VALUE "F - FINALIZAR ALTERACAO"     LINE 17 COL 10.
               10  VALUE "C - CANCELAR ALTERACAO"      LINE 18 COL 10.
           05 ESCOLHA-ALTERAR-ITEM.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 20 COL 10.
               10  OPCAO-ALT-ITE                       LINE 20 COL 35
                                       PIC X       TO WS-OPCAO-ALT-ITE.
