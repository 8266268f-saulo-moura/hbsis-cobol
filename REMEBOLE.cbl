      ******************************************************************
      * PROGRAMA.: REMEBOLE                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: REMESSA DA COBRANCA BANCARIA - GERA O ARQUIVO CNAB  *
      *            400 DO BANCO COM OS TITULOS EM ABERTO AINDA SEM     *
      *            BOLETO (E, A PEDIDO, OS REJEITADOS NO ULTIMO        *
      *            RETORNO) PARA REGISTRO, E COM O PEDIDO DE BAIXA DOS *
      *            BOLETOS DE TITULOS LIQUIDADOS PELA TELA; DA O NOSSO *
      *            NUMERO A CADA TITULO E LISTA O QUE FOI ENVIADO      *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. REMEBOLE.
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
           SELECT ARQ-RECEBER          ASSIGN TO  "WID-ARQ-REC.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REC-CHAVE
               ALTERNATE RECORD KEY    IS REC-CNPJ WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-RECEBER.
      *
           SELECT ARQ-CLIENTES         ASSIGN TO  "WID-ARQ-CLI.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CNPJ
               ALTERNATE RECORD KEY    IS CODIGO
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CLIENTE.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-CTL-BOLETO       ASSIGN TO  "WID-CTL-BOL.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-CTL-BOL.
      *
           SELECT ARQ-REMESSA          ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REMESSA.
      *
           SELECT ARQ-REL-REMESSA      ASSIGN TO WS-NOME-GERACAO
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-REL-REM.
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
       FD ARQ-RECEBER.
       COPY RECECADA.
      *
       FD ARQ-CLIENTES.
       COPY REGICADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-CTL-BOLETO.
       COPY CBOLCADA.
      *
       FD ARQ-REMESSA.
       COPY REMECADA.
      *
       FD ARQ-REL-REMESSA.
       01 REG-REL-REMESSA              PIC X(132).
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
       77 WS-FS-RECEBER                PIC X(02).
           88 FS-REC-OK                VALUE "00" THRU "09".
           88 FS-REC-FIM               VALUE "10".
           88 FS-REC-NAO-EXISTE        VALUE "35".
       77 WS-FS-CLIENTE                PIC X(02).
           88 FS-CLI-OK                VALUE "00" THRU "09".
           88 FS-CLI-NAO-ENCONTRADO    VALUE "23".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-CTL-BOL                PIC X(02).
           88 FS-CBL-OK                VALUE "00" THRU "09".
       77 WS-FS-REMESSA                PIC X(02).
           88 FS-RMS-OK                VALUE "00" THRU "09".
       77 WS-FS-REL-REM                PIC X(02).
           88 FS-REL-REM-OK            VALUE "00" THRU "09".
       77 WS-FS-SPOOL                  PIC X(02).
           88 FS-SPL-OK                VALUE "00" THRU "09".
           88 FS-SPL-NAO-EXISTE        VALUE "35".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
      * --> GERACAO DATADA DA LISTAGEM, REGISTRADA NO SPOOL, E NOME
      *     DO ARQUIVO DE REMESSA QUE VAI PARA O BANCO
      *
       01 WS-NOME-GERACAO              PIC X(34)       VALUE SPACES.
       01 WS-NOME-REMESSA              PIC X(34)       VALUE SPACES.
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
       01 WS-REENVIAR-REJEITADOS       PIC X(01)       VALUE "N".
           88 REENVIAR-REJEITADOS      VALUE "S" "s".
       01 WS-REMESSA-ABERTA            PIC X(01)       VALUE "N".
           88 REMESSA-ABERTA           VALUE "S".
      *
      * --> CONTROLE DA COBRANCA
      *
       01 WS-PROX-REMESSA              PIC 9(07)       VALUE 1.
       01 WS-PROX-NOSSO-NUMERO         PIC 9(11)       VALUE 1.
       01 WS-ULT-RET-DATA              PIC 9(06)       VALUE 0.
       01 WS-ULT-RET-AVISO             PIC 9(05)       VALUE 0.
       01 WS-SEQ-REGISTRO              PIC 9(06)       VALUE 0.
      *
      * --> CONVERSAO DE DATA AAAAMMDD PARA O DDMMAA DO BANCO
      *
       01 WS-DATA-AAAAMMDD             PIC 9(08)       VALUE 0.
       01 WS-DATA-PARTES               REDEFINES WS-DATA-AAAAMMDD.
           05 WS-DT-ANO                PIC 9(04).
           05 WS-DT-MES                PIC 9(02).
           05 WS-DT-DIA                PIC 9(02).
       01 WS-DATA-DDMMAA.
           05 WS-DDM-DIA               PIC 9(02).
           05 WS-DDM-MES               PIC 9(02).
           05 WS-DDM-ANO               PIC 9(02).
      *
      * --> DIGITO DO NOSSO NUMERO: MODULO 11 COM PESOS 2 A 7 SOBRE A
      *     CARTEIRA (DOIS DIGITOS) SEGUIDA DO NOSSO NUMERO
      *
       01 WS-DV-BASE.
           05 WS-DV-CARTEIRA           PIC 9(02).
           05 WS-DV-NOSSO-NUMERO       PIC 9(11).
       01 WS-DV-DIGITOS                REDEFINES WS-DV-BASE.
           05 WS-DV-DIGITO             PIC 9(01)       OCCURS 13 TIMES.
       01 WS-DV-IND                    PIC 9(02)       VALUE 0.
       01 WS-DV-PESO                   PIC 9(01)       VALUE 0.
       01 WS-DV-SOMA                   PIC 9(05)       VALUE 0.
       01 WS-DV-QUOCIENTE              PIC 9(05)       VALUE 0.
       01 WS-DV-RESTO                  PIC 9(02)       VALUE 0.
       01 WS-DV-CALCULADO              PIC X(01)       VALUE SPACE.
      *
      * --> CONTADORES DO RESUMO
      *
       01 WS-TOT-TITULOS-LIDOS         PIC 9(07)       VALUE 0.
       01 WS-TOT-REGISTROS             PIC 9(07)       VALUE 0.
       01 WS-TOT-REENVIOS              PIC 9(07)       VALUE 0.
       01 WS-TOT-BAIXAS                PIC 9(07)       VALUE 0.
       01 WS-TOT-SEM-CLIENTE           PIC 9(07)       VALUE 0.
       01 WS-TOT-VALOR-REMESSA         PIC 9(11)V99    VALUE 0.
      *
       01 WS-LINHA-CABECALHO           PIC X(132).
       01 WS-LINHA-REMESSA.
           05 SAI-DOCUMENTO            PIC 9(09).
           05 FILLER                   PIC X(01)   VALUE "/".
           05 SAI-PARCELA              PIC 9(02).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NOSSO-NUMERO         PIC 9(11).
           05 FILLER                   PIC X(01)   VALUE "-".
           05 SAI-NOSSO-NUMERO-DV      PIC X(01).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VENCIMENTO           PIC 9(08).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-CNPJ                 PIC 9(14).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-NOME                 PIC X(30).
           05 FILLER                   PIC X(02)   VALUE SPACES.
           05 SAI-SITUACAO             PIC X(25).
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
       PERFORM 0000-GERAR-REMESSA.
      *----------------------------------------------------------------*
       0000-GERAR-REMESSA              SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           DISPLAY "REMESSA DA COBRANCA BANCARIA"
           PERFORM 0100-LER-PARAMETROS
           IF NOT FS-PAR-OK OR PAR-BCO-CODIGO NOT NUMERIC
                            OR PAR-BCO-CODIGO = 0
               DISPLAY "COBRANCA BANCARIA NAO CONFIGURADA NOS "
                       "PARAMETROS DO SISTEMA"
               MOVE "AV"               TO WS-STATUS-EXECUCAO
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               GOBACK
           END-IF
           DISPLAY "REENVIAR OS REJEITADOS PELO BANCO (S/N): "
                                       WITH NO ADVANCING
           ACCEPT WS-REENVIAR-REJEITADOS
           PERFORM 1100-LER-CONTROLE
           MOVE SPACES                 TO WS-NOME-REMESSA
           STRING "WID-BCO-REM-" WS-DATA-ATUAL "-"
                   WS-PROX-REMESSA ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-REMESSA
           MOVE SPACES                 TO WS-NOME-GERACAO
           STRING "WID-REL-REM-" WS-DATA-ATUAL "-"
                   WS-HORA-ATUAL (1:6) ".DAT"
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-GERACAO
           OPEN I-O ARQ-RECEBER
           IF FS-REC-NAO-EXISTE
               DISPLAY "NAO HA TITULOS A RECEBER"
           ELSE
               IF NOT FS-REC-OK
                   PERFORM 9991-ERRO-ARQUIVO-RECEBER
               END-IF
               OPEN INPUT ARQ-CLIENTES
               PERFORM 1400-ABRIR-RELATORIO
               READ ARQ-RECEBER NEXT
               PERFORM UNTIL NOT FS-REC-OK
                   ADD 1               TO WS-TOT-TITULOS-LIDOS
                   PERFORM 2000-AVALIAR-TITULO
                   READ ARQ-RECEBER NEXT
               END-PERFORM
               IF NOT FS-REC-FIM
                   PERFORM 9991-ERRO-ARQUIVO-RECEBER
               END-IF
               IF REMESSA-ABERTA
                   PERFORM 2900-FECHAR-REMESSA
                   PERFORM 3000-GRAVAR-CONTROLE
               ELSE
                   MOVE "NENHUM TITULO A ENVIAR AO BANCO"
                                       TO REG-REL-REMESSA
                   WRITE REG-REL-REMESSA
                   DISPLAY "NENHUM TITULO A ENVIAR AO BANCO"
               END-IF
               CLOSE ARQ-REL-REMESSA
               PERFORM 8950-REGISTRAR-SPOOL
               PERFORM 6000-FECHAR-ARQUIVOS
               PERFORM 7000-IMPRIMIR-RESUMO
           END-IF
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "REG=" WS-TOT-REGISTROS
                  " REENV=" WS-TOT-REENVIOS
                  " BAIXA=" WS-TOT-BAIXAS
                  " SCLI=" WS-TOT-SEM-CLIENTE
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           IF WS-TOT-SEM-CLIENTE > 0
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
      * PROXIMA REMESSA E PROXIMO NOSSO NUMERO FICAM NO REGISTRO UNICO *
      * DE CONTROLE DA COBRANCA, NO MESMO MOLDE DO CONTROLE DO         *
      * FATURAMENTO; O RETORNO GRAVA NELE O ULTIMO ARQUIVO PROCESSADO  *
      *----------------------------------------------------------------*
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
       1400-ABRIR-RELATORIO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ARQ-REL-REMESSA
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "REMESSA " WS-PROX-REMESSA " AO BANCO "
                   PAR-BCO-CODIGO " " PAR-BCO-NOME
                   " EM " WS-DATA-ATUAL " - " WS-NOME-REMESSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           DISPLAY WS-LINHA-CABECALHO
           MOVE SPACES                 TO WS-LINHA-CABECALHO
           STRING "DOCUMENTO/PC  NOSSO NUMERO   VENCTO        "
                  "     VALOR  CNPJ            CLIENTE       "
                  "                 SITUACAO"
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-CABECALHO
           MOVE WS-LINHA-CABECALHO     TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           DISPLAY WS-LINHA-CABECALHO
           .
       1400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-AVALIAR-TITULO             SECTION.
      *----------------------------------------------------------------*
      * VAI PARA REGISTRO O TITULO EM ABERTO COM SALDO E SEM BOLETO;   *
      * O REJEITADO SO VOLTA QUANDO O OPERADOR PEDE O REENVIO (DEPOIS  *
      * DE CORRIGIR O CADASTRO). VAI PEDIDO DE BAIXA DO BOLETO AINDA   *
      * NO BANCO CUJO TITULO FOI LIQUIDADO PELA TELA OU NO ACERTO DO   *
      * RECEBIMENTO EM CAMPO OU FOI BAIXADO POR PERDA; O QUE AGUARDA   *
      * DEPOSITO NAO VAI AO BANCO                                      *
      *----------------------------------------------------------------*
           IF TITULO-ABERTO AND REC-VALOR > REC-VALOR-PAGO
               AND NOT CAMPO-AGUARDANDO-DEPOSITO
               IF BOLETO-NAO-ENVIADO
                   PERFORM 2100-REGISTRAR-TITULO
               ELSE
                   IF BOLETO-REJEITADO AND REENVIAR-REJEITADOS
                       ADD 1           TO WS-TOT-REENVIOS
                       PERFORM 2100-REGISTRAR-TITULO
                   END-IF
               END-IF
           ELSE
               IF BOLETO-NO-BANCO
                   AND (TITULO-BAIXADO-PERDA
                   OR (TITULO-LIQUIDADO
                   AND (LIQUIDADO-NA-TELA OR LIQUIDADO-EM-CAMPO)))
                   PERFORM 2200-PEDIR-BAIXA
               END-IF
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-REGISTRAR-TITULO           SECTION.
      *----------------------------------------------------------------*
      * O NOSSO NUMERO E DADO NO PRIMEIRO ENVIO E MANTIDO NO REENVIO;  *
      * SEM CLIENTE NO CADASTRO NAO HA PAGADOR E O TITULO FICA FORA    *
      *----------------------------------------------------------------*
           MOVE REC-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               ADD 1                   TO WS-TOT-SEM-CLIENTE
               MOVE SPACES             TO NOME
               MOVE "CLIENTE NAO CADASTRADO"
                                       TO SAI-SITUACAO
               PERFORM 7100-LISTAR-TITULO
               GO TO 2100-FIM
           END-IF
           IF REC-NOSSO-NUMERO = 0
               MOVE WS-PROX-NOSSO-NUMERO TO REC-NOSSO-NUMERO
               ADD 1                   TO WS-PROX-NOSSO-NUMERO
               PERFORM 8200-CALCULAR-DV-NOSSO-NUMERO
               MOVE WS-DV-CALCULADO    TO REC-NOSSO-NUMERO-DV
           END-IF
           PERFORM 2300-MONTAR-DETALHE
           MOVE 01                     TO RMD-OCORRENCIA
           MOVE REC-VALOR              TO RMD-VALOR
           SUBTRACT REC-VALOR-PAGO     FROM RMD-VALOR
           MOVE 02                     TO RMD-TIPO-INSCRICAO
           MOVE CNPJ                   TO RMD-INSCRICAO
           MOVE NOME                   TO RMD-NOME-PAGADOR
           STRING LOGRADOURO           DELIMITED BY "  "
                  ", "                 DELIMITED BY SIZE
                  ENDERECO-NUMERO      DELIMITED BY " "
                                       INTO RMD-ENDERECO-PAGADOR
           MOVE CEP                    TO RMD-CEP
           PERFORM 2400-GRAVAR-DETALHE
           MOVE "R"                    TO REC-SITUACAO-BOLETO
           MOVE WS-PROX-REMESSA        TO REC-NUMERO-REMESSA
           MOVE WS-DATA-ATUAL          TO REC-DATA-REMESSA
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9991-ERRO-ARQUIVO-RECEBER
           END-IF
           ADD 1                       TO WS-TOT-REGISTROS
           ADD RMD-VALOR               TO WS-TOT-VALOR-REMESSA
           MOVE "ENVIADO PARA REGISTRO" TO SAI-SITUACAO
           PERFORM 7100-LISTAR-TITULO
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-PEDIR-BAIXA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REC-CNPJ               TO CNPJ
           READ ARQ-CLIENTES
           IF NOT FS-CLI-OK
               MOVE SPACES             TO NOME
           END-IF
           PERFORM 2300-MONTAR-DETALHE
           MOVE 02                     TO RMD-OCORRENCIA
           MOVE REC-VALOR              TO RMD-VALOR
           MOVE 02                     TO RMD-TIPO-INSCRICAO
           MOVE REC-CNPJ               TO RMD-INSCRICAO
           MOVE NOME                   TO RMD-NOME-PAGADOR
           PERFORM 2400-GRAVAR-DETALHE
           MOVE "P"                    TO REC-SITUACAO-BOLETO
           MOVE WS-PROX-REMESSA        TO REC-NUMERO-REMESSA
           REWRITE REG-RECEBER
           IF NOT FS-REC-OK
               PERFORM 9991-ERRO-ARQUIVO-RECEBER
           END-IF
           ADD 1                       TO WS-TOT-BAIXAS
           MOVE "PEDIDO DE BAIXA"      TO SAI-SITUACAO
           PERFORM 7100-LISTAR-TITULO
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-MONTAR-DETALHE             SECTION.
      *----------------------------------------------------------------*
      * CAMPOS DO DETALHE COMUNS AO REGISTRO E AO PEDIDO DE BAIXA      *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-RMS-DETALHE
           MOVE "1"                    TO RMD-TIPO
           MOVE 0                      TO RMD-DEBITO-AUTOMATICO
           MOVE 0                      TO RMD-ID-ZERO
           MOVE PAR-BCO-CARTEIRA       TO RMD-CARTEIRA
           MOVE PAR-BCO-AGENCIA        TO RMD-AGENCIA
           MOVE PAR-BCO-CONTA          TO RMD-CONTA
           MOVE PAR-BCO-CONTA-DV       TO RMD-CONTA-DV
           MOVE REC-DOCUMENTO          TO RMD-CTL-DOCUMENTO
           MOVE REC-PARCELA            TO RMD-CTL-PARCELA
           MOVE 0                      TO RMD-BANCO-DEBITO
           MOVE 0                      TO RMD-CAMPO-MULTA
           MOVE 0                      TO RMD-PCT-MULTA
           MOVE REC-NOSSO-NUMERO       TO RMD-NOSSO-NUMERO
           MOVE REC-NOSSO-NUMERO-DV    TO RMD-NOSSO-NUMERO-DV
           MOVE 0                      TO RMD-DESCONTO-DIA
           MOVE 1                      TO RMD-EMISSAO-BOLETO
           MOVE "N"                    TO RMD-DEBITO-AUTO-FLAG
           MOVE 2                      TO RMD-AVISO-DEBITO
           MOVE REC-DOCUMENTO          TO RMD-NUM-DOCUMENTO
           MOVE REC-PARCELA            TO RMD-NUM-PARCELA
           MOVE REC-DATA-VENCIMENTO    TO WS-DATA-AAAAMMDD
           PERFORM 8100-CONVERTER-DATA
           MOVE WS-DATA-DDMMAA         TO RMD-VENCIMENTO
           MOVE 0                      TO RMD-BANCO-COBRADOR
           MOVE 0                      TO RMD-AGENCIA-DEPOSITARIA
           MOVE 01                     TO RMD-ESPECIE
           MOVE "N"                    TO RMD-ACEITE
           MOVE REC-DATA-EMISSAO       TO WS-DATA-AAAAMMDD
           PERFORM 8100-CONVERTER-DATA
           MOVE WS-DATA-DDMMAA         TO RMD-DATA-EMISSAO
           MOVE 0                      TO RMD-INSTRUCAO-1
           MOVE 0                      TO RMD-INSTRUCAO-2
           MOVE 0                      TO RMD-MORA-DIA
           MOVE 0                      TO RMD-DATA-LIMITE-DESC
           MOVE 0                      TO RMD-VALOR-DESCONTO
           MOVE 0                      TO RMD-VALOR-IOF
           MOVE 0                      TO RMD-VALOR-ABATIMENTO
           MOVE 0                      TO RMD-CEP
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*
      * O ARQUIVO SO E CRIADO QUANDO HA O PRIMEIRO TITULO A ENVIAR,    *
      * COMECANDO PELO HEADER                                          *
      *----------------------------------------------------------------*
           IF NOT REMESSA-ABERTA
               OPEN OUTPUT ARQ-REMESSA
               IF NOT FS-RMS-OK
                   DISPLAY "ERRO NA CRIACAO DO ARQUIVO DE REMESSA: "
                           WS-FS-REMESSA
                   MOVE "ER"           TO WS-STATUS-EXECUCAO
                   MOVE 8              TO RETURN-CODE
                   PERFORM 8900-GRAVAR-LOG-EXECUCAO
                   PERFORM 6000-FECHAR-ARQUIVOS
                   GOBACK
               END-IF
               MOVE "S"                TO WS-REMESSA-ABERTA
               MOVE SPACES             TO REG-RMS-HEADER
               MOVE "0"                TO RMH-TIPO
               MOVE "1"                TO RMH-OPERACAO
               MOVE "REMESSA"          TO RMH-LITERAL-REMESSA
               MOVE 01                 TO RMH-SERVICO
               MOVE "COBRANCA"         TO RMH-LITERAL-SERVICO
               MOVE PAR-BCO-EMPRESA    TO RMH-CODIGO-EMPRESA
               MOVE PAR-BCO-NOME-EMPRESA TO RMH-NOME-EMPRESA
               MOVE PAR-BCO-CODIGO     TO RMH-BANCO
               MOVE PAR-BCO-NOME       TO RMH-NOME-BANCO
               MOVE WS-DATA-ATUAL      TO WS-DATA-AAAAMMDD
               PERFORM 8100-CONVERTER-DATA
               MOVE WS-DATA-DDMMAA     TO RMH-DATA-GRAVACAO
               MOVE "MX"               TO RMH-SISTEMA
               MOVE WS-PROX-REMESSA    TO RMH-NUMERO-REMESSA
               ADD 1                   TO WS-SEQ-REGISTRO
               MOVE WS-SEQ-REGISTRO    TO RMH-SEQUENCIA
               WRITE REG-RMS-HEADER
           END-IF
           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO        TO RMD-SEQUENCIA
           WRITE REG-RMS-DETALHE
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2900-FECHAR-REMESSA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-RMS-TRAILER
           MOVE "9"                    TO RMT-TIPO
           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO        TO RMT-SEQUENCIA
           WRITE REG-RMS-TRAILER
           CLOSE ARQ-REMESSA
           MOVE SPACES                 TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           MOVE WS-TOT-VALOR-REMESSA   TO WS-VALOR-ED
           MOVE SPACES                 TO REG-REL-REMESSA
           STRING "TOTAL ENVIADO PARA REGISTRO: " WS-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           DISPLAY REG-REL-REMESSA
           .
       2900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-GRAVAR-CONTROLE            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-PROX-REMESSA
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
           CLOSE ARQ-RECEBER
           IF FS-CLI-OK OR FS-CLI-NAO-ENCONTRADO
               CLOSE ARQ-CLIENTES
           END-IF
           .
       6000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DA REMESSA DA COBRANCA"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "TITULOS LIDOS.............: "
                   WS-TOT-TITULOS-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ENVIADOS PARA REGISTRO....: "
                   WS-TOT-REGISTROS
                  " REENVIOS: " WS-TOT-REENVIOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PEDIDOS DE BAIXA..........: "
                   WS-TOT-BAIXAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CLIENTE NAO CADASTRADO....: "
                   WS-TOT-SEM-CLIENTE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           IF REMESSA-ABERTA
               DISPLAY "ARQUIVO PARA O BANCO: " WS-NOME-REMESSA
           END-IF
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7100-LISTAR-TITULO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REC-DOCUMENTO          TO SAI-DOCUMENTO
           MOVE REC-PARCELA            TO SAI-PARCELA
           MOVE REC-NOSSO-NUMERO       TO SAI-NOSSO-NUMERO
           MOVE REC-NOSSO-NUMERO-DV    TO SAI-NOSSO-NUMERO-DV
           MOVE REC-DATA-VENCIMENTO    TO SAI-VENCIMENTO
           MOVE REC-VALOR              TO SAI-VALOR
           MOVE REC-CNPJ               TO SAI-CNPJ
           MOVE NOME                   TO SAI-NOME
           MOVE WS-LINHA-REMESSA       TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           DISPLAY WS-LINHA-REMESSA
           .
       7100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8100-CONVERTER-DATA             SECTION.
      *----------------------------------------------------------------*
      * WS-DATA-AAAAMMDD PARA WS-DATA-DDMMAA                           *
      *----------------------------------------------------------------*
           MOVE WS-DT-DIA              TO WS-DDM-DIA
           MOVE WS-DT-MES              TO WS-DDM-MES
           MOVE WS-DT-ANO              TO WS-DDM-ANO
           .
       8100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8200-CALCULAR-DV-NOSSO-NUMERO   SECTION.
      *----------------------------------------------------------------*
      * MODULO 11 DA DIREITA PARA A ESQUERDA COM PESOS 2 A 7; RESTO 0  *
      * DA DIGITO 0, RESTO 1 DA "P" E OS DEMAIS 11 MENOS O RESTO       *
      *----------------------------------------------------------------*
           MOVE PAR-BCO-CARTEIRA       TO WS-DV-CARTEIRA
           MOVE REC-NOSSO-NUMERO       TO WS-DV-NOSSO-NUMERO
           MOVE 0                      TO WS-DV-SOMA
           MOVE 2                      TO WS-DV-PESO
           PERFORM VARYING WS-DV-IND FROM 13 BY -1
                   UNTIL WS-DV-IND < 1
               COMPUTE WS-DV-SOMA = WS-DV-SOMA
                   + WS-DV-DIGITO (WS-DV-IND) * WS-DV-PESO
               IF WS-DV-PESO = 7
                   MOVE 2              TO WS-DV-PESO
               ELSE
                   ADD 1               TO WS-DV-PESO
               END-IF
           END-PERFORM
           DIVIDE WS-DV-SOMA BY 11     GIVING WS-DV-QUOCIENTE
                                       REMAINDER WS-DV-RESTO
           EVALUATE WS-DV-RESTO
               WHEN 0
                   MOVE "0"            TO WS-DV-CALCULADO
               WHEN 1
                   MOVE "P"            TO WS-DV-CALCULADO
               WHEN OTHER
                   COMPUTE WS-DV-RESTO = 11 - WS-DV-RESTO
                   MOVE WS-DV-RESTO (2:1) TO WS-DV-CALCULADO
           END-EVALUATE
           .
       8200-FIM. EXIT.
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
               MOVE "REMEBOLE"         TO EXE-PROGRAMA
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
      * REGISTRA A GERACAO DATADA NO CONTROLE DE SPOOL, PARA O         *
      * GERENCIADOR LISTAR, REIMPRIMIR E EXPURGAR                      *
      *----------------------------------------------------------------*
           OPEN EXTEND ARQ-CTL-SPOOL
           IF FS-SPL-NAO-EXISTE
               OPEN OUTPUT ARQ-CTL-SPOOL
           END-IF
           IF FS-SPL-OK
               MOVE WS-DATA-ATUAL      TO SPL-DATA
               MOVE WS-HORA-INICIO-EXEC TO SPL-HORA
               MOVE "REMEBOLE"         TO SPL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL  TO SPL-OPERADOR
               MOVE WS-NOME-GERACAO    TO SPL-NOME-ARQUIVO
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
       END PROGRAM REMEBOLE.
      *----------------------------------------------------------------*
