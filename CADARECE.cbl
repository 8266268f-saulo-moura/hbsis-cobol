      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 02/09/2026                                          *
      * OBJETIVO.: BAIXA DE TITULOS DO CONTAS A RECEBER - LOCALIZA O   *
      *            TITULO PELO DOCUMENTO, MOSTRA O SALDO COM MULTA E   *
      *            JUROS DO ATRASO E REGISTRA O VALOR RECEBIDO DO      *
      *            CLIENTE, COM DESCONTO OU DISPENSA AUTORIZADOS; O    *
      *            PAGAMENTO PARCIAL DEIXA O TITULO EM ABERTO COM O    *
      *            SALDO RESTANTE E TODO RECEBIMENTO VAI PARA O        *
      *            HISTORICO DE PAGAMENTOS DO TITULO; O CREDITO DO     *
      *            CLIENTE PODE SER USADO NA BAIXA E O RECEBIDO ACIMA  *
      *            DO DEVIDO VIRA CREDITO DO CLIENTE                   *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-PAGAMENTOS       ASSIGN TO  "WID-ARQ-PGT.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PGT-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PAGAMENTO.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-PAGAMENTOS.
       COPY PGTOCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           88 FS-REC-NAO-ENCONTRADO    VALUE "23".
           88 FS-REC-NAO-EXISTE        VALUE "35".
           88 FS-REC-ERRO-LAYOUT       VALUE "39".
       77 WS-FS-PAGAMENTO              PIC X(02).
           88 FS-PGT-OK                VALUE "00" THRU "09".
           88 FS-PGT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
      *
       01 WS-DATA-ATUAL                PIC 9(08).
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-NIVEL-ATUAL               PIC 9(01)       VALUE 0.
           88 NIVEL-SUPERVISOR         VALUE 3.
      *
      * --> ENCARGOS DOS PARAMETROS (ZEROS = SEM ENCARGOS)
      *
       01 WS-PCT-MULTA                 PIC 9(02)V99    VALUE 0.
       01 WS-PCT-JUROS-MES             PIC 9(02)V99    VALUE 0.
       01 WS-DIAS-CARENCIA             PIC 9(02)       VALUE 0.
       01 WS-LIMITE-DESCONTO           PIC 9(07)V99    VALUE 0.
      *
      * --> CALCULO DO RECEBIMENTO
      *
       01 WS-SALDO-TITULO              PIC 9(09)V99    VALUE 0.
       01 WS-DIAS-ATRASO               PIC 9(04)       VALUE 0.
       01 WS-DIAS-JUROS                PIC S9(05)      VALUE 0.
       01 WS-DATA-BASE-JUROS           PIC 9(08)       VALUE 0.
       01 WS-EM-ATRASO                 PIC X(01)       VALUE "N".
           88 TITULO-EM-ATRASO         VALUE "S".
       01 WS-VALOR-MULTA               PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-JUROS               PIC 9(09)V99    VALUE 0.
       01 WS-TOTAL-DEVIDO              PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-RECEBIDO            PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-DESCONTO            PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-DISPENSADO          PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-PRINCIPAL           PIC S9(09)V99   VALUE 0.
       01 WS-DISPENSA-ENCARGOS         PIC X(01)       VALUE "N".
           88 DISPENSA-ENCARGOS        VALUE "S" "s".
       01 WS-PAGAMENTO-OK              PIC X(01)       VALUE "N".
           88 PAGAMENTO-VALIDO         VALUE "S".
       01 WS-SALDO-EDITADO             PIC ZZZ.ZZZ.ZZ9,99.
      *
      * --> CREDITO DO CLIENTE: DISPONIVEL, USADO NESTA BAIXA E O
      *     EXCEDENTE DO RECEBIDO QUE VOLTA COMO CREDITO
      *
       COPY CREDPARM.
       01 WS-CREDITO-DISPONIVEL        PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-CREDITO             PIC 9(09)V99    VALUE 0.
       01 WS-VALOR-EXCEDENTE           PIC 9(09)V99    VALUE 0.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
       01 WS-NIVEL-LINK                PIC 9(01).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
                                       PIC X(40)       FROM WS-STATUS.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK
                                                      WS-NIVEL-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       MOVE WS-NIVEL-LINK              TO WS-NIVEL-ATUAL
       PERFORM 0100-LER-PARAMETROS
       PERFORM 0000-BAIXAR-TITULOS.
      *----------------------------------------------------------------*
       0000-BAIXAR-TITULOS             SECTION.
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      * CARREGA MULTA, JUROS, CARENCIA E O LIMITE DE DESCONTO SEM      *
      * SUPERVISOR; SEM ARQUIVO OU CAMPOS VAZIOS, FICA SEM ENCARGOS    *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS     NEXT
               IF FS-PAR-OK
                   IF PAR-PCT-MULTA NUMERIC
                       MOVE PAR-PCT-MULTA TO WS-PCT-MULTA
                   END-IF
                   IF PAR-PCT-JUROS-MES NUMERIC
                       MOVE PAR-PCT-JUROS-MES
                                       TO WS-PCT-JUROS-MES
                   END-IF
                   IF PAR-DIAS-CARENCIA NUMERIC
                       MOVE PAR-DIAS-CARENCIA
                                       TO WS-DIAS-CARENCIA
                   END-IF
                   IF PAR-LIMITE-DESCONTO NUMERIC
                       MOVE PAR-LIMITE-DESCONTO
                                       TO WS-LIMITE-DESCONTO
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-LIQUIDAR-TITULO            SECTION.
      *----------------------------------------------------------------*
      * LE O TITULO PELO DOCUMENTO E, SE AINDA EM ABERTO, PASSA AO     *
      * REGISTRO DO RECEBIMENTO                                        *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-RECEBER
           IF FS-REC-NAO-EXISTE
                   WHEN TITULO-LIQUIDADO
                       MOVE "TITULO JA ESTA LIQUIDADO"
                                       TO WS-STATUS
                   WHEN TITULO-BAIXADO-PERDA
                       MOVE "TITULO BAIXADO POR PERDA"
                                       TO WS-STATUS
                   WHEN CAMPO-AGUARDANDO-DEPOSITO
                       MOVE "RECEBIDO EM CAMPO - AGUARDA O ACERTO"
                                       TO WS-STATUS
                   WHEN OTHER
                       PERFORM 1100-CONFIRMAR-BAIXA
               END-EVALUATE
      *----------------------------------------------------------------*
       1100-CONFIRMAR-BAIXA            SECTION.
      *----------------------------------------------------------------*
      * MOSTRA O SALDO COM OS ENCARGOS, SUGERE O TOTAL DEVIDO COMO     *
      * VALOR RECEBIDO E, DEPOIS DE VALIDAR E CONFIRMAR, GRAVA O       *
      * RECEBIMENTO NO HISTORICO E ATUALIZA O TITULO                   *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           PERFORM 1200-CALCULAR-ENCARGOS
           PERFORM 1250-CONSULTAR-CREDITO
           IF WS-CREDITO-DISPONIVEL > WS-TOTAL-DEVIDO
               MOVE WS-TOTAL-DEVIDO    TO WS-VALOR-CREDITO
           ELSE
               MOVE WS-CREDITO-DISPONIVEL
                                       TO WS-VALOR-CREDITO
           END-IF
           COMPUTE WS-VALOR-RECEBIDO =
               WS-TOTAL-DEVIDO - WS-VALOR-CREDITO
           MOVE 0                      TO WS-VALOR-DESCONTO
           MOVE "N"                    TO WS-DISPENSA-ENCARGOS
           DISPLAY SCR-DADOS-TITULO
           DISPLAY SCR-PAGAMENTO-TITULO
           ACCEPT SCR-RECEBIDO-REC
           ACCEPT SCR-DESCONTO-REC
           ACCEPT SCR-DISPENSA-REC
           ACCEPT SCR-CREDITO-REC
           PERFORM 1300-VALIDAR-PAGAMENTO
           IF NOT PAGAMENTO-VALIDO
               GO TO 1100-FIM
           END-IF
           EVALUATE TRUE
               WHEN WS-VALOR-PRINCIPAL + WS-VALOR-DESCONTO
                    < WS-SALDO-TITULO
                   MOVE "CONFIRMA A BAIXA PARCIAL (S/N)?"
                                       TO WS-STATUS
               WHEN WS-VALOR-EXCEDENTE > 0
                   MOVE "EXCEDENTE VIRA CREDITO - CONFIRMA (S/N)?"
                                       TO WS-STATUS
               WHEN OTHER
                   MOVE "CONFIRMA A BAIXA DO TITULO (S/N)?"
                                       TO WS-STATUS
           END-EVALUATE
           DISPLAY OPCAO-STATUS
           ACCEPT OPCAO-BAI-REC
           MOVE SPACES                 TO WS-STATUS
           IF WS-OPCAO-BAI-REC = "s" OR WS-OPCAO-BAI-REC = "S"
               PERFORM 1400-GRAVAR-PAGAMENTO
           ELSE
               MOVE "BAIXA NAO CONFIRMADA"
                                       TO WS-STATUS
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-CALCULAR-ENCARGOS          SECTION.
      *----------------------------------------------------------------*
      * ATRASO CONTADO DO VENCIMENTO; DENTRO DA CARENCIA NAO HA        *
      * ENCARGO. A MULTA INCIDE UMA VEZ SO SOBRE O SALDO E OS JUROS    *
      * CORREM PRO RATA DIA (MES DE 30) DESDE A DATA-BASE, QUE E O     *
      * VENCIMENTO OU O ULTIMO RECEBIMENTO EM ATRASO                   *
      *----------------------------------------------------------------*
           COMPUTE WS-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
           MOVE 0                      TO WS-DIAS-ATRASO
           MOVE 0                      TO WS-VALOR-MULTA
           MOVE 0                      TO WS-VALOR-JUROS
           MOVE "N"                    TO WS-EM-ATRASO
           IF WS-DATA-ATUAL > REC-DATA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
           END-IF
           IF WS-DIAS-ATRASO > WS-DIAS-CARENCIA
               MOVE "S"                TO WS-EM-ATRASO
               IF NOT MULTA-JA-COBRADA
                   COMPUTE WS-VALOR-MULTA ROUNDED =
                       WS-SALDO-TITULO * WS-PCT-MULTA / 100
               END-IF
               IF REC-DATA-BASE-JUROS > REC-DATA-VENCIMENTO
                   MOVE REC-DATA-BASE-JUROS
                                       TO WS-DATA-BASE-JUROS
               ELSE
                   MOVE REC-DATA-VENCIMENTO
                                       TO WS-DATA-BASE-JUROS
               END-IF
               COMPUTE WS-DIAS-JUROS =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE (WS-DATA-BASE-JUROS)
               IF WS-DIAS-JUROS > 0
                   COMPUTE WS-VALOR-JUROS ROUNDED =
                       WS-SALDO-TITULO * WS-PCT-JUROS-MES / 100
                     * WS-DIAS-JUROS / 30
               END-IF
           END-IF
           COMPUTE WS-TOTAL-DEVIDO =
               WS-SALDO-TITULO + WS-VALOR-MULTA + WS-VALOR-JUROS
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1250-CONSULTAR-CREDITO          SECTION.
      *----------------------------------------------------------------*
      * SALDO DE CREDITO DO CLIENTE DO TITULO (DEVOLUCOES DE PEDIDOS   *
      * JA PAGOS, PAGAMENTOS A MAIOR E AJUSTES), SUGERIDO NA BAIXA     *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-CREDITO-DISPONIVEL
           MOVE 0                      TO WS-VALOR-CREDITO
           MOVE "T"                    TO PMC-FUNCAO
           MOVE REC-CNPJ               TO PMC-CNPJ
           MOVE 0                      TO PMC-VALOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF PMC-APLICADO
               MOVE PMC-SALDO-CLIENTE  TO WS-CREDITO-DISPONIVEL
           END-IF
           .
       1250-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1300-VALIDAR-PAGAMENTO          SECTION.
      *----------------------------------------------------------------*
      * O RECEBIDO MAIS O CREDITO USADO QUITA PRIMEIRO MULTA E JUROS   *
      * (SALVO SE DISPENSADOS) E O RESTO ABATE O PRINCIPAL; DESCONTO   *
      * MAIS DISPENSA ACIMA DO LIMITE DOS PARAMETROS EXIGE SUPERVISOR. *
      * SO O DINHEIRO PODE PASSAR DO SALDO: O EXCEDENTE VIRA CREDITO   *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-PAGAMENTO-OK
           MOVE 0                      TO WS-VALOR-DISPENSADO
           MOVE 0                      TO WS-VALOR-EXCEDENTE
           IF WS-VALOR-CREDITO > WS-CREDITO-DISPONIVEL
               MOVE "CREDITO ACIMA DO DISPONIVEL"
                                       TO WS-STATUS
               GO TO 1300-FIM
           END-IF
           IF DISPENSA-ENCARGOS
               COMPUTE WS-VALOR-DISPENSADO =
                   WS-VALOR-MULTA + WS-VALOR-JUROS
               MOVE 0                  TO WS-VALOR-MULTA
               MOVE 0                  TO WS-VALOR-JUROS
           END-IF
           COMPUTE WS-VALOR-PRINCIPAL = WS-VALOR-RECEBIDO
               + WS-VALOR-CREDITO - WS-VALOR-MULTA - WS-VALOR-JUROS
           IF WS-VALOR-PRINCIPAL < 0
               MOVE "VALOR NAO COBRE MULTA E JUROS"
                                       TO WS-STATUS
               GO TO 1300-FIM
           END-IF
           IF WS-VALOR-PRINCIPAL + WS-VALOR-DESCONTO > WS-SALDO-TITULO
               IF WS-VALOR-CREDITO > 0 OR WS-VALOR-DESCONTO > 0
                   MOVE "VALOR MAIOR QUE O SALDO DEVIDO"
                                       TO WS-STATUS
                   GO TO 1300-FIM
               END-IF
               COMPUTE WS-VALOR-EXCEDENTE =
                   WS-VALOR-PRINCIPAL - WS-SALDO-TITULO
               MOVE WS-SALDO-TITULO    TO WS-VALOR-PRINCIPAL
           END-IF
           IF WS-VALOR-PRINCIPAL + WS-VALOR-DESCONTO = 0
               MOVE "NENHUM VALOR A BAIXAR DO SALDO"
                                       TO WS-STATUS
               GO TO 1300-FIM
           END-IF
           IF WS-VALOR-DESCONTO + WS-VALOR-DISPENSADO > 0
               AND WS-VALOR-DESCONTO + WS-VALOR-DISPENSADO
                   > WS-LIMITE-DESCONTO
               AND NOT NIVEL-SUPERVISOR
               MOVE "DESCONTO/DISPENSA EXIGE SUPERVISOR"
                                       TO WS-STATUS
               GO TO 1300-FIM
           END-IF
           MOVE "S"                    TO WS-PAGAMENTO-OK
           .
       1300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-GRAVAR-PAGAMENTO           SECTION.
      *----------------------------------------------------------------*
      * GRAVA O RECEBIMENTO NO HISTORICO E ACUMULA NO TITULO; QUITADO  *
      * O SALDO, O TITULO E LIQUIDADO (O BOLETO AINDA NO BANCO TEM A   *
      * BAIXA PEDIDA NA PROXIMA REMESSA), SENAO FICA EM ABERTO         *
      *----------------------------------------------------------------*
           OPEN I-O ARQ-PAGAMENTOS
           IF FS-PGT-NAO-EXISTE
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN I-O ARQ-PAGAMENTOS
           END-IF
           IF NOT FS-PGT-OK
               MOVE "ERRO NO HISTORICO DE PAGAMENTOS"
                                       TO WS-STATUS
               GO TO 1400-FIM
           END-IF
           IF WS-VALOR-CREDITO > 0
               MOVE "U"                TO PMC-FUNCAO
               MOVE REC-CNPJ           TO PMC-CNPJ
               MOVE WS-VALOR-CREDITO   TO PMC-VALOR
               MOVE REC-DOCUMENTO      TO PMC-DOCUMENTO
               MOVE REC-PARCELA        TO PMC-PARCELA
               MOVE "BAIXA DE TITULO"  TO PMC-HISTORICO
               MOVE "CADARECE"         TO PMC-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO PMC-OPERADOR
               CALL "MOVICRED"         USING REG-PARM-CREDITO
               IF NOT PMC-APLICADO
                   CLOSE ARQ-PAGAMENTOS
                   MOVE "CREDITO INDISPONIVEL - BAIXA CANCELADA"
                                       TO WS-STATUS
                   GO TO 1400-FIM
               END-IF
           END-IF
           ADD 1                       TO REC-QTD-PAGAMENTOS
           ADD WS-VALOR-PRINCIPAL      TO REC-VALOR-PAGO
           ADD WS-VALOR-DESCONTO       TO REC-VALOR-PAGO
           ADD WS-VALOR-DESCONTO       TO REC-VALOR-DESCONTO
           ADD WS-VALOR-JUROS          TO REC-VALOR-JUROS-PAGO
           ADD WS-VALOR-MULTA          TO REC-VALOR-MULTA-PAGA
           ADD WS-VALOR-DISPENSADO     TO REC-VALOR-DISPENSADO
           IF TITULO-EM-ATRASO
               MOVE "S"                TO REC-MULTA-COBRADA
               MOVE WS-DATA-ATUAL      TO REC-DATA-BASE-JUROS
           END-IF
           MOVE REC-DOCUMENTO          TO PGT-DOCUMENTO
           MOVE REC-PARCELA            TO PGT-PARCELA
           MOVE REC-QTD-PAGAMENTOS     TO PGT-SEQUENCIA
           MOVE WS-DATA-ATUAL          TO PGT-DATA-PAGAMENTO
           MOVE WS-DIAS-ATRASO         TO PGT-DIAS-ATRASO
           MOVE WS-VALOR-RECEBIDO      TO PGT-VALOR-RECEBIDO
           MOVE WS-VALOR-MULTA         TO PGT-VALOR-MULTA
           MOVE WS-VALOR-JUROS         TO PGT-VALOR-JUROS
           MOVE WS-VALOR-PRINCIPAL     TO PGT-VALOR-PRINCIPAL
           MOVE WS-VALOR-DESCONTO      TO PGT-VALOR-DESCONTO
           MOVE WS-VALOR-DISPENSADO    TO PGT-VALOR-DISPENSADO
           MOVE WS-VALOR-CREDITO       TO PGT-VALOR-CREDITO
           MOVE WS-VALOR-EXCEDENTE     TO PGT-VALOR-EXCEDENTE
           COMPUTE PGT-SALDO-APOS = REC-VALOR - REC-VALOR-PAGO
           MOVE "T"                    TO PGT-ORIGEM
           MOVE WS-OPERADOR-ATUAL      TO PGT-OPERADOR
           IF REC-VALOR-PAGO < REC-VALOR
               MOVE "P"                TO PGT-TIPO
           ELSE
               MOVE "Q"                TO PGT-TIPO
               MOVE "L"                TO REC-SITUACAO
               MOVE WS-DATA-ATUAL      TO REC-DATA-LIQUIDACAO
               MOVE WS-OPERADOR-ATUAL  TO REC-OPERADOR-LIQUIDACAO
               MOVE "T"                TO REC-ORIGEM-LIQUIDACAO
           END-IF
           WRITE REG-PAGAMENTO
           IF NOT FS-PGT-OK
               CLOSE ARQ-PAGAMENTOS
               PERFORM 1450-ESTORNAR-USO-CREDITO
               MOVE "ERRO NO HISTORICO DE PAGAMENTOS"
                                       TO WS-STATUS
               GO TO 1400-FIM
           END-IF
           CLOSE ARQ-PAGAMENTOS
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 1450-ESTORNAR-USO-CREDITO
               PERFORM 9999-ERRO-ARQUIVO-RECEBER
           END-IF
           IF WS-VALOR-EXCEDENTE > 0
               PERFORM 1500-CREDITAR-EXCEDENTE
               GO TO 1400-FIM
           END-IF
           IF PAGAMENTO-PARCIAL
               MOVE PGT-SALDO-APOS     TO WS-SALDO-EDITADO
               STRING "BAIXA PARCIAL - SALDO " WS-SALDO-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           ELSE
               MOVE "TITULO LIQUIDADO COM SUCESSO"
                                       TO WS-STATUS
           END-IF
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1450-ESTORNAR-USO-CREDITO       SECTION.
      *----------------------------------------------------------------*
      * A BAIXA QUE NAO CHEGOU A SER GRAVADA DEVOLVE AO CLIENTE O      *
      * CREDITO JA USADO, COM UM AJUSTE DE MESMO VALOR NO RAZAO        *
      *----------------------------------------------------------------*
           IF WS-VALOR-CREDITO = 0
               GO TO 1450-FIM
           END-IF
           MOVE "A"                    TO PMC-FUNCAO
           MOVE REC-CNPJ               TO PMC-CNPJ
           MOVE WS-VALOR-CREDITO       TO PMC-VALOR
           MOVE REC-DOCUMENTO          TO PMC-DOCUMENTO
           MOVE REC-PARCELA            TO PMC-PARCELA
           MOVE "ESTORNO DE BAIXA NAO GRAVADA"
                                       TO PMC-HISTORICO
           MOVE "CADARECE"             TO PMC-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMC-OPERADOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           .
       1450-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1500-CREDITAR-EXCEDENTE         SECTION.
      *----------------------------------------------------------------*
      * O RECEBIDO ACIMA DO DEVIDO FICA COMO CREDITO DO CLIENTE, PARA  *
      * USO EM OUTRA BAIXA OU NO LIMITE DE CREDITO DOS PEDIDOS         *
      *----------------------------------------------------------------*
           MOVE "P"                    TO PMC-FUNCAO
           MOVE REC-CNPJ               TO PMC-CNPJ
           MOVE WS-VALOR-EXCEDENTE     TO PMC-VALOR
           MOVE REC-DOCUMENTO          TO PMC-DOCUMENTO
           MOVE REC-PARCELA            TO PMC-PARCELA
           MOVE "PAGAMENTO A MAIOR NA BAIXA"
                                       TO PMC-HISTORICO
           MOVE "CADARECE"             TO PMC-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMC-OPERADOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF PMC-APLICADO
               MOVE WS-VALOR-EXCEDENTE TO WS-SALDO-EDITADO
               STRING "LIQUIDADO - CREDITO " WS-SALDO-EDITADO
                                       DELIMITED BY SIZE
                                       INTO WS-STATUS
           ELSE
               MOVE "LIQUIDADO - ERRO AO GRAVAR O CREDITO"
                                       TO WS-STATUS
           END-IF
           .
       1500-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
