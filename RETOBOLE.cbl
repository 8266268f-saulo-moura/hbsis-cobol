      ******************************************************************
      * PROGRAMA.: RETOBOLE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: RETORNO DA COBRANCA BANCARIA - LE O ARQUIVO CNAB    *
      *            400 DEVOLVIDO PELO BANCO, CONFIRMA OU REJEITA O     *
      *            REGISTRO DOS BOLETOS, REGISTRA O PAGAMENTO NO       *
      *            HISTORICO DO TITULO E O LIQUIDA (OU, PAGO MENOS QUE *
      *            O SALDO, DEIXA EM ABERTO PARA NOVO BOLETO) E        *
      *            ACUMULA AS TARIFAS; O PAGO ACIMA DO SALDO E O PAGO  *
      *            EM DUPLICIDADE VIRAM CREDITO DO CLIENTE;            *
      *            LISTA TODAS AS OCORRENCIAS E MANDA PARA O RELATORIO *
      *            DE EXCECOES O QUE NAO PODE SER CASADO OU BAIXADO    *
      ******************************************************************
      * MOTIVOS DE EXCECAO:                                            *
      *   CONTROLE DO TITULO INVALIDO  - DOCUMENTO/PARCELA NAO NUMERICO*
      *   TITULO NAO ENCONTRADO        - DOCUMENTO/PARCELA SEM TITULO  *
      *   NOSSO NUMERO DIVERGENTE      - TITULO EXISTE COM OUTRO BOLETO*
      *   TITULO JA LIQUIDADO          - DUPLICIDADE - VAI A CREDITO   *
      *   BAIXADO COM TITULO EM ABERTO - BANCO BAIXOU SEM PAGAMENTO    *
      *   OCORRENCIA NAO TRATADA       - CODIGO FORA DA LISTA DO LAYOUT*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. RETOBOLE.
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       CONFIGURATION                    SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQ-RETORNO          ASSIGN TO  "WID-BCO-RET.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-RETORNO.
      *
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
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
           SELECT ARQ-CTL-BOLETO       ASSIGN TO  "WID-CTL-BOL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CTL-BOL.
      *
           SELECT ARQ-REL-RETORNO      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-RET.
      *
           SELECT ARQ-REL-EXCECAO      ASSIGN TO WS-NOME-EXCECAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-EXC.
      *
           SELECT ARQ-CTL-SPOOL        ASSIGN TO  "WID-CTL-SPL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SPOOL.
      *
           SELECT ARQ-LOG-EXECUCAO     ASSIGN TO  "WID-LOG-EXE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-EXE.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-RETORNO.
       COPY RETOCADA.
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
       FD ARQ-CTL-BOLETO.
       COPY CBOLCADA.
      *
       FD ARQ-REL-RETORNO.
       01 REG-REL-RETORNO              PIC X(132).
      *
       FD ARQ-REL-EXCECAO.
       01 REG-REL-EXCECAO              PIC X(132).
      *
       FD ARQ-CTL-SPOOL.
       COPY SPOLCADA.
      *
       FD ARQ-LOG-EXECUCAO.
       COPY LOGECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-RETORNO                PIC X(02).
           88 FS-RET-OK                VALUE "00" THRU "09".
           88 FS-RET-FIM               VALUE "10".
           88 FS-RET-NAO-EXISTE        VALUE "35".
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
           88 FS-REC-NAO-ENCONTRADO    VALUE "23".
           88 FS-REC-NAO-EXISTE        VALUE "35".
       77 WS-FS-PAGAMENTO              PIC X(02).
           88 FS-PGT-OK                VALUE "00" THRU "09".
           88 FS-PGT-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-CTL-BOL                PIC X(02).
           88 FS-CBL-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-RET                PIC X(02).
           88 FS-REL-RET-OK            VALUE "00" THRU "09".
       77 WS-FS-REL-EXC                PIC X(02).
           88 FS-REL-EXC-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
      * --> GERACOES DATADAS DA LISTAGEM E DAS EXCECOES, REGISTRADAS
      *     NO SPOOL
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-EXCECAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-SPOOL                PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
      * --> CONTROLE DA COBRANCA
      *
       01 WS-PROX-REMESSA              PIC 9(07)       VALUE 1.
       01 WS-PROX-NOSSO-NUMERO         PIC 9(11)       VALUE 1.
       01 WS-ULT-RET-DATA              PIC 9(06)       VALUE 0.
       01 WS-ULT-RET-AVISO             PIC 9(05)       VALUE 0.
      *
      * --> CONVERSAO DE DATA DDMMAA DO BANCO PARA AAAAMMDD (SECULO 20)
      *
       01 WS-DATA-DDMMAA               PIC 9(06)       VALUE 0.
       01 WS-DATA-DDMMAA-PARTES        REDEFINES WS-DATA-DDMMAA.
           05 WS-DDM-DIA               PIC 9(02).
           05 WS-DDM-MES               PIC 9(02).
           05 WS-DDM-ANO               PIC 9(02).
       01 WS-DATA-AAAAMMDD.
           05 WS-DT-SECULO             PIC 9(02)       VALUE 20.
           05 WS-DT-ANO                PIC 9(02).
           05 WS-DT-MES                PIC 9(02).
           05 WS-DT-DIA                PIC 9(02).
       01 WS-DATA-CONVERTIDA           REDEFINES WS-DATA-AAAAMMDD
                                       PIC 9(08).
      *
       01 WS-TITULO-CASADO             PIC X(01)       VALUE "N".
           88 TITULO-CASADO            VALUE "S".
       01 WS-SALDO-TITULO              PIC 9(09)V99    VALUE 0.
      *
      * --> DIVISAO DO VALOR PAGO NO BANCO: ENCARGOS COBRADOS PELO
      *     BANCO VAO COMO JUROS, DESCONTO E ABATIMENTO ABATEM O SALDO
      *     E O QUE PASSAR DO SALDO VAI PARA O CREDITO DO CLIENTE
      *
       01 WS-PGT-PRINCIPAL             PIC S9(11)V99   VALUE 0.
       01 WS-PGT-JUROS                 PIC 9(11)V99    VALUE 0.
       01 WS-PGT-DESCONTO              PIC 9(11)V99    VALUE 0.
       01 WS-PGT-LIMITE                PIC 9(11)V99    VALUE 0.
       01 WS-PGT-EXCEDENTE             PIC 9(11)V99    VALUE 0.
       COPY CREDPARM.
       01 WS-MOTIVO-EXCECAO            PIC X(30)       VALUE SPACES.
       01 WS-OCORRENCIA-ED             PIC 9(02)       VALUE 0.
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-DETALHES              PIC 9(07)       VALUE 0.
       01 WS-TOT-CONFIRMADOS           PIC 9(07)       VALUE 0.
       01 WS-TOT-REJEITADOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-LIQUIDADOS            PIC 9(07)       VALUE 0.
       01 WS-TOT-PARCIAIS              PIC 9(07)       VALUE 0.
       01 WS-TOT-BAIXADOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-TARIFAS               PIC 9(07)       VALUE 0.
       01 WS-TOT-EXCECOES              PIC 9(07)       VALUE 0.
       01 WS-TOT-VALOR-LIQUIDADO       PIC 9(11)V99    VALUE 0.
       01 WS-TOT-VALOR-TARIFAS         PIC 9(11)V99    VALUE 0.
       01 WS-TOT-CREDITOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-VALOR-CREDITOS        PIC 9(11)V99    VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-RETORNO.
           05 SAI-DOCUMENTO            PIC 9(09).
           05 FILLER                   PIC X(01)   VALUE "/".
           05 SAI-PARCELA              PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NOSSO-NUMERO         PIC 9(11).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-OCORRENCIA           PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-DATA                 PIC 9(08).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR-TITULO         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR-PAGO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-TARIFA               PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SITUACAO             PIC X(30).
       01 WS-VALOR-ED                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-PROCESSAR-RETORNO.
      *----------------------------------------------------------------*
       0000-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           DISPLAY "RETORNO DA COBRANCA BANCARIA"
           PERFORM 0100-LER-PARAMETROS
           IF NOT FS-PAR-OK OR PAR-BCO-CODIGO NOT NUMERIC
                            OR PAR-BCO-CODIGO = 0
               DISPLAY "COBRANCA BANCARIA NAO CONFIGURADA NOS "
                       "PARAMETROS DO SISTEMA"
               MOVE "AV"               TO WS-STATUS-EXECUCAO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               GOBACK
           END-IF
           OPEN INPUT ARQ-RETORNO
           IF FS-RET-NAO-EXISTE
               DISPLAY "ARQUIVO DE RETORNO DO BANCO NAO ENCONTRADO"
               GOBACK
           END-IF
           PERFORM 1100-LER-CONTROLE
           PERFORM 1200-CONFERIR-HEADER
           IF WS-STATUS-EXECUCAO NOT = "OK"
               CLOSE ARQ-RETORNO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               GOBACK
           END-IF
           OPEN I-O ARQ-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9991-ERRO-ARQUIVO-RECEBER
           END-IF
           OPEN I-O ARQ-PAGAMENTOS
           IF FS-PGT-NAO-EXISTE
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN I-O ARQ-PAGAMENTOS
           END-IF
           IF NOT FS-PGT-OK
               PERFORM 9992-ERRO-ARQUIVO-PAGAMENTO
           END-IF
           PERFORM 1400-ABRIR-RELATORIOS
           READ ARQ-RETORNO
           PERFORM UNTIL NOT FS-RET-OK OR RTD-TIPO = "9"
               IF RTD-TIPO = "1"
                   ADD 1               TO WS-TOT-DETALHES
                   PERFORM 2000-PROCESSAR-DETALHE
               END-IF
               READ ARQ-RETORNO
           END-PERFORM
           PERFORM 2900-TOTALIZAR
           CLOSE ARQ-REL-RETORNO
           CLOSE ARQ-REL-EXCECAO
           PERFORM 3000-GRAVAR-CONTROLE
           MOVE WS-NOME-GERACAO        TO WS-NOME-SPOOL
           PERFORM 8950-REGISTRAR-SPOOL
           MOVE WS-NOME-EXCECAO        TO WS-NOME-SPOOL
           PERFORM 8950-REGISTRAR-SPOOL
           PERFORM 6000-FECHAR-ARQUIVOS
           PERFORM 7000-IMPRIMIR-RESUMO
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "LIQ=" WS-TOT-LIQUIDADOS
                  " PARC=" WS-TOT-PARCIAIS
                  " CONF=" WS-TOT-CONFIRMADOS
                  " REJ=" WS-TOT-REJEITADOS
                  " EXC=" WS-TOT-EXCECOES
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           IF WS-TOT-EXCECOES > 0 OR WS-TOT-REJEITADOS > 0
               MOVE "AV"               TO WS-STATUS-EXECUCAO
           END-IF
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           MOVE 0                      TO RETURN-CODE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               CLOSE ARQ-PARAMETROS
           END-IF
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1100-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CTL-BOLETO
           IF FS-CBL-OK
               READ ARQ-CTL-BOLETO NEXT
               IF FS-CBL-OK
                   MOVE CBL-PROX-REMESSA
                                       TO WS-PROX-REMESSA
                   MOVE CBL-PROX-NOSSO-NUMERO
                                       TO WS-PROX-NOSSO-NUMERO
                   MOVE CBL-ULT-RET-DATA
                                       TO WS-ULT-RET-DATA
                   MOVE CBL-ULT-RET-AVISO
                                       TO WS-ULT-RET-AVISO
               END-IF
               CLOSE ARQ-CTL-BOLETO
           END-IF
           .
       1100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1200-CONFERIR-HEADER            SECTION.
      *----------------------------------------------------------------*
      * O ARQUIVO TEM DE SER UM RETORNO DE COBRANCA DO BANCO E DO      *
      * BENEFICIARIO DOS PARAMETROS, E NAO PODE SER O MESMO (DATA DE   *
      * GRAVACAO E AVISO BANCARIO) DO ULTIMO JA PROCESSADO             *
      *----------------------------------------------------------------*
           READ ARQ-RETORNO
           IF NOT FS-RET-OK OR RTH-TIPO NOT = "0"
                            OR RTH-OPERACAO NOT = "2"
               DISPLAY "ARQUIVO SEM HEADER DE RETORNO DE COBRANCA"
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               GO TO 1200-FIM
           END-IF
           IF RTH-BANCO NOT = PAR-BCO-CODIGO
              OR RTH-CODIGO-EMPRESA NOT = PAR-BCO-EMPRESA
               DISPLAY "RETORNO DE OUTRO BANCO OU BENEFICIARIO: "
                       RTH-BANCO " " RTH-CODIGO-EMPRESA
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               GO TO 1200-FIM
           END-IF
           IF RTH-DATA-GRAVACAO = WS-ULT-RET-DATA
              AND RTH-AVISO-BANCARIO = WS-ULT-RET-AVISO
               DISPLAY "RETORNO JA PROCESSADO: GRAVADO EM "
                       RTH-DATA-GRAVACAO " AVISO " RTH-AVISO-BANCARIO
               MOVE "AV"               TO WS-STATUS-EXECUCAO
               GO TO 1200-FIM
           END-IF
           MOVE RTH-DATA-GRAVACAO      TO WS-ULT-RET-DATA
           MOVE RTH-AVISO-BANCARIO     TO WS-ULT-RET-AVISO
           .
       1200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1400-ABRIR-RELATORIOS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-RET-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           MOVE SPACES                 TO WS-NOME-EXCECAO
           STRING "WID-REL-RTX-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-EXCECAO
           OPEN OUTPUT ARQ-REL-RETORNO
           OPEN OUTPUT ARQ-REL-EXCECAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "RETORNO DO BANCO " PAR-BCO-CODIGO " " PAR-BCO-NOME
                  " GRAVADO EM " WS-ULT-RET-DATA
                  " AVISO " WS-ULT-RET-AVISO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO REG-REL-EXCECAO
           STRING "EXCECOES DO " WS-LINHA-CABECALHO
                                       DELIMITED BY SIZE
                                       INTO REG-REL-EXCECAO
           WRITE REG-REL-EXCECAO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "DOCUMENTO/PC  NOSSO NUMERO OC  DATA         "
                  "VALOR TITULO      VALOR PAGO     TARIFA  "
                  "SITUACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           DISPLAY WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-EXCECAO
           WRITE REG-REL-EXCECAO
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-DETALHE          SECTION.
      *----------------------------------------------------------------*
      * CASA O DETALHE COM O TITULO PELO CONTROLE DO PARTICIPANTE      *
      * (DOCUMENTO E PARCELA ENVIADOS NA REMESSA) E CONFERE O NOSSO    *
      * NUMERO; A TARIFA COBRADA ENTRA NO TITULO EM QUALQUER           *
      * OCORRENCIA                                                     *
      *----------------------------------------------------------------*
           MOVE "N"                    TO WS-TITULO-CASADO
           MOVE SPACES                 TO WS-MOTIVO-EXCECAO
           MOVE RTD-DATA-OCORRENCIA    TO WS-DATA-DDMMAA
           PERFORM 8100-CONVERTER-DATA
           IF RTD-DESPESAS-COBRANCA > 0
               ADD 1                   TO WS-TOT-TARIFAS
               ADD RTD-DESPESAS-COBRANCA TO WS-TOT-VALOR-TARIFAS
           END-IF
           IF RTD-CTL-DOCUMENTO NOT NUMERIC
              OR RTD-CTL-PARCELA NOT NUMERIC
               MOVE "CONTROLE DO TITULO INVALIDO"
                                       TO WS-MOTIVO-EXCECAO
               PERFORM 2800-REGISTRAR-EXCECAO
               GO TO 2000-FIM
           END-IF
           MOVE RTD-CTL-DOCUMENTO      TO REC-DOCUMENTO
           MOVE RTD-CTL-PARCELA        TO REC-PARCELA
           READ ARQ-RECEBER
           IF FS-REC-NAO-ENCONTRADO
               MOVE "TITULO NAO ENCONTRADO"
                                       TO WS-MOTIVO-EXCECAO
               PERFORM 2800-REGISTRAR-EXCECAO
               GO TO 2000-FIM
           END-IF
           IF NOT FS-REC-OK
               PERFORM 9991-ERRO-ARQUIVO-RECEBER
           END-IF
           IF REC-NOSSO-NUMERO NOT = RTD-NOSSO-NUMERO
               MOVE "NOSSO NUMERO DIVERGENTE"
                                       TO WS-MOTIVO-EXCECAO
               PERFORM 2800-REGISTRAR-EXCECAO
               GO TO 2000-FIM
           END-IF
           MOVE "S"                    TO WS-TITULO-CASADO
           ADD RTD-DESPESAS-COBRANCA   TO REC-VALOR-TARIFA
           EVALUATE TRUE
               WHEN RTD-ENTRADA-CONFIRMADA
                   PERFORM 2100-CONFIRMAR-ENTRADA
               WHEN RTD-ENTRADA-REJEITADA
                   PERFORM 2200-REJEITAR-ENTRADA
               WHEN RTD-LIQUIDACAO
                   PERFORM 2300-LIQUIDAR-TITULO
               WHEN RTD-BAIXA
                   PERFORM 2400-BAIXAR-BOLETO
               WHEN RTD-TARIFA
                   MOVE "DEBITO DE TARIFA" TO SAI-SITUACAO
                   PERFORM 7100-LISTAR-OCORRENCIA
               WHEN OTHER
                   MOVE RTD-OCORRENCIA TO WS-OCORRENCIA-ED
                   STRING "OCORRENCIA NAO TRATADA "
                           WS-OCORRENCIA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-MOTIVO-EXCECAO
                   PERFORM 2800-REGISTRAR-EXCECAO
           END-EVALUATE
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9991-ERRO-ARQUIVO-RECEBER
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-CONFIRMAR-ENTRADA          SECTION.
      *----------------------------------------------------------------*
      *
           IF BOLETO-ENVIADO OR BOLETO-REJEITADO
               MOVE "E"                TO REC-SITUACAO-BOLETO
           END-IF
           ADD 1                       TO WS-TOT-CONFIRMADOS
           MOVE "ENTRADA CONFIRMADA"   TO SAI-SITUACAO
           PERFORM 7100-LISTAR-OCORRENCIA
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-REJEITAR-ENTRADA           SECTION.
      *----------------------------------------------------------------*
      * O TITULO FICA COM O BOLETO REJEITADO ATE O REENVIO PEDIDO NA   *
      * PROXIMA REMESSA; OS MOTIVOS DO BANCO VAO NA LISTAGEM           *
      *----------------------------------------------------------------*
           MOVE "J"                    TO REC-SITUACAO-BOLETO
           ADD 1                       TO WS-TOT-REJEITADOS
           MOVE SPACES                 TO SAI-SITUACAO
           STRING "REJEITADO MOTIVOS " RTD-MOTIVOS-REJEICAO
                                       DELIMITED BY SIZE
                                       INTO SAI-SITUACAO
           PERFORM 7100-LISTAR-OCORRENCIA
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-LIQUIDAR-TITULO            SECTION.
      *----------------------------------------------------------------*
      * O VALOR PAGO QUITA PRIMEIRO OS JUROS COBRADOS PELO BANCO E O   *
      * RESTO, COM DESCONTO E ABATIMENTO, ABATE O SALDO (O QUE PASSAR  *
      * DO SALDO VIRA CREDITO DO CLIENTE). QUITADO O SALDO, O TITULO E *
      * LIQUIDADO; PAGO A MENOS, FICA EM ABERTO E O BOLETO E LIBERADO  *
      * PARA QUE A PROXIMA REMESSA REGISTRE UM NOVO PELO SALDO. TITULO *
      * JA LIQUIDADO VAI PARA AS EXCECOES SEM MEXER NO TITULO E O      *
      * VALOR PAGO EM DUPLICIDADE VIRA CREDITO DO CLIENTE              *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-PGT-EXCEDENTE
           IF TITULO-LIQUIDADO
               MOVE "TITULO JA LIQUIDADO"
                                       TO WS-MOTIVO-EXCECAO
               PERFORM 2800-REGISTRAR-EXCECAO
               MOVE RTD-VALOR-PAGO     TO WS-PGT-EXCEDENTE
               MOVE "PAGAMENTO EM DUPLICIDADE"
                                       TO PMC-HISTORICO
               PERFORM 2350-CREDITAR-CLIENTE
               GO TO 2300-FIM
           END-IF
           COMPUTE WS-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO
           MOVE RTD-JUROS-MORA         TO WS-PGT-JUROS
           COMPUTE WS-PGT-DESCONTO =
               RTD-VALOR-DESCONTO + RTD-VALOR-ABATIMENTO
           IF WS-PGT-DESCONTO > WS-SALDO-TITULO
               MOVE WS-SALDO-TITULO    TO WS-PGT-DESCONTO
           END-IF
           COMPUTE WS-PGT-PRINCIPAL = RTD-VALOR-PAGO - RTD-JUROS-MORA
           IF WS-PGT-PRINCIPAL < 0
               MOVE RTD-VALOR-PAGO     TO WS-PGT-JUROS
               MOVE 0                  TO WS-PGT-PRINCIPAL
           END-IF
           COMPUTE WS-PGT-LIMITE = WS-SALDO-TITULO - WS-PGT-DESCONTO
           IF WS-PGT-PRINCIPAL > WS-PGT-LIMITE
               COMPUTE WS-PGT-EXCEDENTE =
                   WS-PGT-PRINCIPAL - WS-PGT-LIMITE
               MOVE WS-PGT-LIMITE      TO WS-PGT-PRINCIPAL
           END-IF
           ADD 1                       TO REC-QTD-PAGAMENTOS
           ADD WS-PGT-PRINCIPAL        TO REC-VALOR-PAGO
           ADD WS-PGT-DESCONTO         TO REC-VALOR-PAGO
           ADD WS-PGT-DESCONTO         TO REC-VALOR-DESCONTO
           ADD WS-PGT-JUROS            TO REC-VALOR-JUROS-PAGO
           IF WS-DATA-CONVERTIDA > REC-DATA-VENCIMENTO
               MOVE "S"                TO REC-MULTA-COBRADA
               MOVE WS-DATA-CONVERTIDA TO REC-DATA-BASE-JUROS
           END-IF
           MOVE REC-DOCUMENTO          TO PGT-DOCUMENTO
           MOVE REC-PARCELA            TO PGT-PARCELA
           MOVE REC-QTD-PAGAMENTOS     TO PGT-SEQUENCIA
           MOVE WS-DATA-CONVERTIDA     TO PGT-DATA-PAGAMENTO
           MOVE 0                      TO PGT-DIAS-ATRASO
           IF WS-DATA-CONVERTIDA > REC-DATA-VENCIMENTO
               COMPUTE PGT-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-CONVERTIDA)
                 - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCIMENTO)
           END-IF
           MOVE RTD-VALOR-PAGO         TO PGT-VALOR-RECEBIDO
           MOVE 0                      TO PGT-VALOR-MULTA
           MOVE WS-PGT-JUROS           TO PGT-VALOR-JUROS
           MOVE WS-PGT-PRINCIPAL       TO PGT-VALOR-PRINCIPAL
           MOVE WS-PGT-DESCONTO        TO PGT-VALOR-DESCONTO
           MOVE 0                      TO PGT-VALOR-DISPENSADO
           MOVE 0                      TO PGT-VALOR-CREDITO
           MOVE WS-PGT-EXCEDENTE       TO PGT-VALOR-EXCEDENTE
           COMPUTE PGT-SALDO-APOS = REC-VALOR - REC-VALOR-PAGO
           MOVE "B"                    TO PGT-ORIGEM
           MOVE WS-OPERADOR-ATUAL      TO PGT-OPERADOR
           IF REC-VALOR-PAGO < REC-VALOR
               MOVE "P"                TO PGT-TIPO
           ELSE
               MOVE "Q"                TO PGT-TIPO
           END-IF
           WRITE REG-PAGAMENTO
           IF NOT FS-PGT-OK
               PERFORM 9992-ERRO-ARQUIVO-PAGAMENTO
           END-IF
           IF WS-PGT-EXCEDENTE > 0
               MOVE "PAGAMENTO A MAIOR NO BANCO"
                                       TO PMC-HISTORICO
               PERFORM 2350-CREDITAR-CLIENTE
           END-IF
           IF PAGAMENTO-PARCIAL
               MOVE SPACES             TO REC-SITUACAO-BOLETO
               MOVE 0                  TO REC-NOSSO-NUMERO
               MOVE SPACES             TO REC-NOSSO-NUMERO-DV
               ADD 1                   TO WS-TOT-PARCIAIS
               ADD RTD-VALOR-PAGO      TO WS-TOT-VALOR-LIQUIDADO
               MOVE "PAGO PARCIAL - NOVO BOLETO"
                                       TO SAI-SITUACAO
               PERFORM 7100-LISTAR-OCORRENCIA
               GO TO 2300-FIM
           END-IF
           MOVE "L"                    TO REC-SITUACAO
           MOVE WS-DATA-CONVERTIDA     TO REC-DATA-LIQUIDACAO
           MOVE WS-OPERADOR-ATUAL      TO REC-OPERADOR-LIQUIDACAO
           MOVE "B"                    TO REC-ORIGEM-LIQUIDACAO
           MOVE "L"                    TO REC-SITUACAO-BOLETO
           IF RTD-DATA-CREDITO > 0
               MOVE RTD-DATA-CREDITO   TO WS-DATA-DDMMAA
               PERFORM 8100-CONVERTER-DATA
           END-IF
           MOVE WS-DATA-CONVERTIDA     TO REC-DATA-CREDITO
           ADD 1                       TO WS-TOT-LIQUIDADOS
           ADD RTD-VALOR-PAGO          TO WS-TOT-VALOR-LIQUIDADO
           MOVE "LIQUIDADO"            TO SAI-SITUACAO
           MOVE RTD-DATA-OCORRENCIA    TO WS-DATA-DDMMAA
           PERFORM 8100-CONVERTER-DATA
           PERFORM 7100-LISTAR-OCORRENCIA
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2350-CREDITAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      * LANCA O EXCEDENTE NO CREDITO DO CLIENTE DO TITULO; SE O        *
      * CREDITO NAO PUDER SER GRAVADO, VAI PARA AS EXCECOES            *
      *----------------------------------------------------------------*
           MOVE "P"                    TO PMC-FUNCAO
           MOVE REC-CNPJ               TO PMC-CNPJ
           MOVE WS-PGT-EXCEDENTE       TO PMC-VALOR
           MOVE REC-DOCUMENTO          TO PMC-DOCUMENTO
           MOVE REC-PARCELA            TO PMC-PARCELA
           MOVE "RETOBOLE"             TO PMC-PROGRAMA
           MOVE WS-OPERADOR-ATUAL      TO PMC-OPERADOR
           CALL "MOVICRED"             USING REG-PARM-CREDITO
           IF PMC-APLICADO
               ADD 1                   TO WS-TOT-CREDITOS
               ADD WS-PGT-EXCEDENTE    TO WS-TOT-VALOR-CREDITOS
           ELSE
               MOVE "CREDITO DO CLIENTE NAO GRAVADO"
                                       TO WS-MOTIVO-EXCECAO
               PERFORM 2800-REGISTRAR-EXCECAO
           END-IF
           .
       2350-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-BAIXAR-BOLETO              SECTION.
      *----------------------------------------------------------------*
      * BAIXA DO BOLETO NO BANCO: NORMAL QUANDO FOI PEDIDA NA REMESSA; *
      * COM O TITULO AINDA EM ABERTO PRECISA DE ACOMPANHAMENTO         *
      *----------------------------------------------------------------*
           MOVE "B"                    TO REC-SITUACAO-BOLETO
           ADD 1                       TO WS-TOT-BAIXADOS
           MOVE "BAIXADO NO BANCO"     TO SAI-SITUACAO
           PERFORM 7100-LISTAR-OCORRENCIA
           IF TITULO-ABERTO
               MOVE "BAIXADO COM TITULO EM ABERTO"
                                       TO WS-MOTIVO-EXCECAO
               PERFORM 2800-REGISTRAR-EXCECAO
           END-IF
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2800-REGISTRAR-EXCECAO          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-EXCECOES
           MOVE WS-MOTIVO-EXCECAO      TO SAI-SITUACAO
           PERFORM 7100-LISTAR-OCORRENCIA
           MOVE WS-LINHA-RETORNO       TO REG-REL-EXCECAO
           WRITE REG-REL-EXCECAO
           .
       2800-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-TOTALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           MOVE WS-TOT-VALOR-LIQUIDADO TO WS-VALOR-ED
           MOVE SPACES                 TO REG-REL-RETORNO
           STRING "TOTAL LIQUIDADO.....: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           DISPLAY REG-REL-RETORNO
           MOVE WS-TOT-VALOR-TARIFAS   TO WS-VALOR-ED
           MOVE SPACES                 TO REG-REL-RETORNO
           STRING "TOTAL DE TARIFAS....: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           DISPLAY REG-REL-RETORNO
           MOVE WS-TOT-VALOR-CREDITOS  TO WS-VALOR-ED
           MOVE SPACES                 TO REG-REL-RETORNO
           STRING "CREDITO AO CLIENTE..: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           DISPLAY REG-REL-RETORNO
           IF WS-TOT-EXCECOES = 0
               MOVE "NENHUMA EXCECAO"  TO REG-REL-EXCECAO
               WRITE REG-REL-EXCECAO
           END-IF
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-CONTROLE            SECTION.
      *----------------------------------------------------------------*
      * GUARDA A IDENTIFICACAO DO RETORNO PROCESSADO, MANTENDO A       *
      * NUMERACAO DA REMESSA                                           *
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQ-CTL-BOLETO
           IF FS-CBL-OK
               MOVE WS-PROX-REMESSA    TO CBL-PROX-REMESSA
               MOVE WS-PROX-NOSSO-NUMERO
                                       TO CBL-PROX-NOSSO-NUMERO
               MOVE WS-ULT-RET-DATA    TO CBL-ULT-RET-DATA
               MOVE WS-ULT-RET-AVISO   TO CBL-ULT-RET-AVISO
               WRITE REG-CTL-BOLETO
               CLOSE ARQ-CTL-BOLETO
           END-IF
           .
       3000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       6000-FECHAR-ARQUIVOS            SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-RETORNO
           CLOSE ARQ-RECEBER
           CLOSE ARQ-PAGAMENTOS
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO RETORNO DA COBRANCA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "OCORRENCIAS LIDAS.........: "
                   WS-TOT-DETALHES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ENTRADAS CONFIRMADAS......: "
                   WS-TOT-CONFIRMADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ENTRADAS REJEITADAS.......: "
                   WS-TOT-REJEITADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS LIQUIDADOS........: "
                   WS-TOT-LIQUIDADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PAGOS PARCIALMENTE........: "
                   WS-TOT-PARCIAIS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "BOLETOS BAIXADOS..........: "
                   WS-TOT-BAIXADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "OCORRENCIAS COM TARIFA....: "
                   WS-TOT-TARIFAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CREDITOS AO CLIENTE.......: "
                   WS-TOT-CREDITOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "EXCECOES..................: "
                   WS-TOT-EXCECOES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF WS-TOT-EXCECOES > 0
               DISPLAY "VER EXCECOES EM " WS-NOME-EXCECAO
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7100-LISTAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE RTD-CTL-DOCUMENTO      TO SAI-DOCUMENTO
           MOVE RTD-CTL-PARCELA        TO SAI-PARCELA
           MOVE RTD-NOSSO-NUMERO       TO SAI-NOSSO-NUMERO
           MOVE RTD-OCORRENCIA         TO SAI-OCORRENCIA
           MOVE WS-DATA-CONVERTIDA     TO SAI-DATA
           MOVE RTD-VALOR-TITULO       TO SAI-VALOR-TITULO
           MOVE RTD-VALOR-PAGO         TO SAI-VALOR-PAGO
           MOVE RTD-DESPESAS-COBRANCA  TO SAI-TARIFA
           MOVE WS-LINHA-RETORNO       TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           DISPLAY WS-LINHA-RETORNO
           .
       7100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8100-CONVERTER-DATA             SECTION.
      *----------------------------------------------------------------*
      * WS-DATA-DDMMAA PARA WS-DATA-CONVERTIDA (AAAAMMDD)              *
      *----------------------------------------------------------------*
           MOVE 20                     TO WS-DT-SECULO
           MOVE WS-DDM-ANO             TO WS-DT-ANO
           MOVE WS-DDM-MES             TO WS-DT-MES
           MOVE WS-DDM-DIA             TO WS-DT-DIA
           .
       8100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8900-GRAVAR-LOG-EXECUCAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-EXECUCAO
           IF FS-EXE-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF
           IF FS-EXE-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO EXE-DATA
               MOVE "RETOBOLE"         TO EXE-PROGRAMA
               MOVE WS-HORA-INICIO-EXEC TO EXE-HORA-INICIO
               MOVE WS-HORA-ATUAL (1:6) TO EXE-HORA-FIM
               MOVE WS-STATUS-EXECUCAO TO EXE-STATUS
               MOVE WS-CONTADORES-EXEC TO EXE-CONTADORES
               WRITE REG-LOG-EXECUCAO
               CLOSE ARQ-LOG-EXECUCAO
           END-IF
           .
       8900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8950-REGISTRAR-SPOOL            SECTION.
      *----------------------------------------------------------------*
      * REGISTRA A GERACAO DATADA (EM WS-NOME-SPOOL) NO CONTROLE DE    *
      * SPOOL, PARA O GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR        *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-INICIO-EXEC TO SPL-HORA
               MOVE "RETOBOLE"         TO SPL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO SPL-OPERADOR
               MOVE WS-NOME-SPOOL      TO SPL-NOME-ARQUIVO
               MOVE "N"                TO SPL-REIMPRIMIR
               WRITE REG-SPOOL
               CLOSE ARQ-CTL-SPOOL
           END-IF
           .
       8950-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9991-ERRO-ARQUIVO-RECEBER       SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AO ARQUIVO DE TITULOS: "
                   WS-FS-RECEBER
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           MOVE 8                      TO RETURN-CODE
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       9991-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       9992-ERRO-ARQUIVO-PAGAMENTO     SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "ERRO NO ACESSO AO HISTORICO DE PAGAMENTOS: "
                   WS-FS-PAGAMENTO
           MOVE "ER"                   TO WS-STATUS-EXECUCAO
           MOVE 8                      TO RETURN-CODE
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           PERFORM 6000-FECHAR-ARQUIVOS
           GOBACK
           .
       9992-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM RETOBOLE.
      *----------------------------------------------------------------*
