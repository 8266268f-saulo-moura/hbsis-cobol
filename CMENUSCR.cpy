               10  VALUE "7 - BUSCA POR RAZAO SOCIAL"   LINE 11 COL 10.
               10  VALUE "8 - HORARIO DE FUNCIONAMENTO" LINE 12 COL 10.
               10  VALUE "9 - ANOTACOES DO CLIENTE"     LINE 13 COL 10.
               10  VALUE "P - INCLUSAO A PARTIR DE PROSPECTO"
                                                       LINE 14 COL 10.
               10  VALUE "M - VOLTAR PARA O MENU PRINCIPAL"
                                                       LINE 16 COL 10.
           05 ESCOLHA-MENU-CLIENTES.
