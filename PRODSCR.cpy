               10  VALUE "1 - INCLUSAO"                LINE 5 COL 10.
               10  VALUE "2 - ALTERACAO"               LINE 6 COL 10.
               10  VALUE "3 - CONSULTA"                LINE 7 COL 10.
               10  VALUE "4 - FAMILIAS (MARCA/CATEGORIA/EMBALAGEM)"
                                                       LINE 8 COL 10.
               10  VALUE "M - VOLTAR PARA O MENU PRINCIPAL"
                                                       LINE 16 COL 10.
           05 ESCOLHA-MENU-PRODUTOS.
               10  SCR-SITUACAO-PRO                    LINE 9 COL 35
                                       PIC X(01)
                                       USING PRO-SITUACAO.
               10  VALUE "CLASSE FISCAL (NCM):"        LINE 9 COL 45.
               10  SCR-CLASSE-FISCAL-PRO               LINE 9 COL 66
                                       PIC X(08)
                                       USING PRO-CLASSE-FISCAL.
               10  VALUE "RETORNAVEL (S/N):"           LINE 10 COL 10.
               10  SCR-RETORNAVEL-PRO                  LINE 10 COL 35
                                       PIC X(01)
                                       USING PRO-RETORNAVEL.
               10  VALUE "PESO BRUTO (KG):"            LINE 11 COL 10.
               10  SCR-PESO-PRO                        LINE 11 COL 35
                                       PIC ZZ.ZZ9,999
                                       USING PRO-PESO-BRUTO.
               10  VALUE "VOLUME (M3):"                LINE 12 COL 10.
               10  SCR-VOLUME-PRO                      LINE 12 COL 35
                                       PIC ZZ9,9999
                                       USING PRO-VOLUME.
               10  VALUE "FAMILIA:"                    LINE 13 COL 10.
               10  SCR-FAMILIA-PRO                     LINE 13 COL 35
                                       PIC ZZZZ9
                                       USING PRO-FAMILIA.
               10  SCR-DESC-FAMILIA-PRO                LINE 13 COL 42
                                       PIC X(30)
                                       FROM FAM-DESCRICAO.
               10  VALUE "PRECO DE CUSTO:"             LINE 14 COL 10.
               10  SCR-CUSTO-PRO                       LINE 14 COL 35
                                       PIC ZZZ.ZZZ.ZZ9,99
                                       USING PRO-PRECO-CUSTO.
               10  VALUE "VIGENCIA DO CUSTO (AAAAMMDD):"
                                                       LINE 15 COL 10.
               10  SCR-VIGENCIA-CUSTO-PRO              LINE 15 COL 41
                                       PIC 9(08)
                                       USING WS-CUS-VIGENCIA.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 17 COL 10.
           05 ESCOLHA-INCLUIR-PRODUTO.
               10  SCR-CODIGO-CON-PRO                  LINE 5 COL 45
                                       PIC 9(07)
                                       TO PRO-CODIGO.
       01  SCR-FAMILIA-PRODUTO.
           05  FAMILIA-PRODUTO-CABECALHO.
               10  VALUE "FAMILIAS DE PRODUTO"
                                       BLANK SCREEN    LINE 1 COL 50.
           05  FAMILIA-PRODUTO-DADOS.
               10  VALUE "CODIGO DA FAMILIA:"          LINE 5 COL 10.
               10  SCR-CODIGO-FAM                      LINE 5 COL 35
                                       PIC ZZZZ9
                                       USING FAM-CODIGO.
               10  VALUE "DESCRICAO:"                  LINE 6 COL 10.
               10  SCR-DESCRICAO-FAM                   LINE 6 COL 35
                                       PIC X(40)
                                       USING FAM-DESCRICAO.
               10  VALUE "MARCA:"                      LINE 7 COL 10.
               10  SCR-MARCA-FAM                       LINE 7 COL 35
                                       PIC X(20)
                                       USING FAM-MARCA.
               10  VALUE "CATEGORIA:"                  LINE 8 COL 10.
               10  SCR-CATEGORIA-FAM                   LINE 8 COL 35
                                       PIC X(20)
                                       USING FAM-CATEGORIA.
               10  VALUE "EMBALAGEM:"                  LINE 9 COL 10.
               10  SCR-EMBALAGEM-FAM                   LINE 9 COL 35
                                       PIC X(20)
                                       USING FAM-EMBALAGEM.
               10  VALUE "SITUACAO (A/I):"             LINE 10 COL 10.
               10  SCR-SITUACAO-FAM                    LINE 10 COL 35
                                       PIC X(01)
                                       USING FAM-SITUACAO.
               10  VALUE "C - CARREGAR  S - SALVAR"    LINE 16 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 17 COL 10.
           05 ESCOLHA-FAMILIA-PRODUTO.
               10  VALUE "DIGITE A OPCAO DESEJADA"     LINE 20 COL 10.
               10  OPCAO-FAM-PRO                       LINE 20 COL 35
                                       PIC X       TO WS-OPCAO-FAM-PRO.
