      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : APLICACOES A PRAZO (CDB) NO BALCAO: REGISTRA A
      *              APLICACAO DA CONTA DE INVESTIMENTO, DEBITANDO O
      *              PRINCIPAL NA CONTA CORRENTE VINCULADA, CONSULTA E
      *              FAZ O RESGATE ANTECIPADO COM A PENALIDADE DO
      *              PARAMETRO.
      *              ARQUIVOS : FINCDB   - APLICACOES CDB, CHAVEADO POR
      *                                    NUMERO DA APLICACAO
      *                         FINSLD   - SALDOS (CONFERENCIA DAS
      *                                    CONTAS)
      *                         FINRATE  - TAXAS (TIPO '4' = CDB)
      *                         FINTRAN  - DEBITO DA APLICACAO E
      *                                    CREDITO DO RESGATE (EXTEND)
      *                         FINCDSEQ - ULTIMO NUMERO DE APLICACAO
      *                         FINCDBP  - PARAMETROS DO RESGATE
      *                                    ANTECIPADO
      *                         FINIRRF  - REGISTRO DAS RETENCOES DE
      *                                    IR NA FONTE
      *
      * ESPECIFICAÇÃO
      * A conta de investimento (tipo '3') so tinha saldo livre, que o
      * FINPB130 remunera como poupanca. Este programa registra
      * aplicacoes a prazo, cada uma com principal, data de aplicacao,
      * vencimento e taxa proprios:
      * - Exige sign-on pela SRSIGNON, com perfil de manutencao ou
      *   supervisor; a manutencao dos parametros so o supervisor.
      * - APLICAR: a conta de investimento (tipo '3') e a conta
      *   corrente vinculada (tipo '1') sao validadas pela SRMINIMAL e
      *   conferidas em FINSLD (existentes e ATIVAS); o principal nao
      *   pode passar do saldo de abertura da corrente; o prazo e
      *   informado em dias corridos a partir da data de processamento
      *   (SRDATPRC). A taxa contratada e a do tipo '4' de FINRATE
      *   vigente na data da aplicacao (ANUAL, em centesimos de ponto
      *   percentual - ex.: 01250 = 12,50% a.a.) e fica gravada na
      *   aplicacao: mudancas futuras na tabela nao a alteram.
      *   O principal sai da corrente pelo debito 'D' no FINTRAN do
      *   ciclo e fica fora de FINSLD ate o resgate (o FINPB130 nao o
      *   remunera); o numero da aplicacao sai de FINCDSEQ.dat.
      * - RENDIMENTO: juros simples sobre dias corridos, base 365:
      *   RENDIMENTO = PRINCIPAL x TAXA x DIAS / (100 x 365).
      * - No vencimento o FINPB132 (passo do ciclo) resgata
      *   automaticamente principal + rendimento na corrente.
      * - RESGATE ANTECIPADO: antes do vencimento, o rendimento
      *   decorrido perde o percentual de FINCDBP.dat (100 = perde
      *   todo o rendimento) e o principal sofre a multa percentual do
      *   parametro; a carencia (dias minimos desde a aplicacao)
      *   tambem e parametro. Ausente o arquivo, vale perda total do
      *   rendimento, sem multa e sem carencia. O credito do resgate
      *   vai para a corrente vinculada no FINTRAN do ciclo.
      * ID-TRAN na faixa reservada 9.900.000.000 + APLICACAO x 10 +
      * PERNA (1 = debito da aplicacao, 2 = credito do resgate, no
      * vencimento ou antecipado, 3 = debito do IR retido sobre o
      * rendimento do resgate); aplicacao limitada a 9.999.999.
      * - IR NA FONTE: o rendimento pago no resgate (no antecipado, ja
      *   descontada a perda) e tributado pela tabela regressiva
      *   (SRIRRF, produto '4', prazo = dias decorridos desde a
      *   aplicacao); o imposto sai no debito da perna 3 e fica
      *   registrado em FINIRRF.dat e na aplicacao.
      ******************************************************************
      * VRS003 - 15/10/2026 - CADA MOVIMENTO GRAVADO NO FINTRAN DO
      *                       CICLO E ACUMULADO NO SALDO MEMO DO DIA
      *                       (FINMEMO, VIA SRMEMO), PARA O SALDO
      *                       DISPONIVEL DO GUICHE E DA CONSULTA.
      * VRS002 - 15/10/2026 - RETENCAO DE IR NA FONTE NO RESGATE
      *                       ANTECIPADO (PERNA 3), COM ALIQUOTA,
      *                       IMPOSTO E CODIGO DE RECEITA GRAVADOS NA
      *                       APLICACAO (CAMPOS NOVOS NA AREA LIVRE) E
      *                       EXIBIDOS NA CONSULTA.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINCDMNT.
       AUTHOR.          CURSO DE COBOL.
       DATE-COMPILED.   15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    APLICACOES CDB - ACESSO DIRETO
           SELECT FINCDB   ASSIGN TO 'FINCDB.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCDB-NR-APLIC
                  FILE STATUS IS WS-FS-FINCDB.
      *    ARQUIVO SALDOS - CONFERENCIA DAS CONTAS (READ)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINSLD-CONSULTA).
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CONS-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-CONSULTA.
      *    TABELA DE TAXAS POR TIPO E VIGENCIA - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINRTMNT (VER FD FINRATE, LA).
           SELECT FINRATE  ASSIGN TO 'FINRATE.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINRATE-CHAVE
                  FILE STATUS IS WS-FS-FINRATE.
      *    ARQUIVO TRANSACOES - APLICACAO/RESGATE (WRITE, EXTEND)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.
      *    ULTIMO NUMERO DE APLICACAO (UM REGISTRO)
           SELECT FINCDSEQ ASSIGN TO 'FINCDSEQ.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCDSEQ.
      *    PARAMETROS DO RESGATE ANTECIPADO (UM REGISTRO; AUSENTE =
      *    PADRAO)
           SELECT FINIRRF  ASSIGN TO 'FINIRRF.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINIRRF-CHAVE
                  FILE STATUS IS WS-FS-FINIRRF.
           SELECT FINCDBP  ASSIGN TO 'FINCDBP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCDBP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINCDB
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINCDB.
      *    ATE 9.999.999: O ID-TRAN E 9.900.000.000 + APLICACAO x 10 +
      *    PERNA
           03  FINCDB-NR-APLIC        PIC  9(008).
      *    CONTA DE INVESTIMENTO (TIPO '3') TITULAR DA APLICACAO
           03  FINCDB-CHAVE-INVEST    PIC  X(017).
      *    CONTA CORRENTE VINCULADA (TIPO '1'): DEBITO DA APLICACAO E
      *    CREDITO DO RESGATE
           03  FINCDB-CHAVE-CORRENTE  PIC  X(017).
           03  FINCDB-VL-PRINCIPAL    PIC  9(009)V99.
      *    TAXA ANUAL CONTRATADA (FINRATE TIPO '4' NA APLICACAO)
           03  FINCDB-TAXA-ANUAL      PIC  9(003)V99.
           03  FINCDB-DT-APLICACAO    PIC  9(008).
           03  FINCDB-DT-VENCIMENTO   PIC  9(008).
           03  FINCDB-PRAZO-DIAS      PIC  9(005).
      *    'A'=Ativa, 'V'=Vencida (resgatada no vencimento pelo
      *    FINPB132), 'R'=Resgatada antecipadamente (FINCDMNT)
           03  FINCDB-STATUS          PIC  X(001).
              88  FINCDB-ATIVA               VALUE 'A'.
              88  FINCDB-VENCIDA             VALUE 'V'.
              88  FINCDB-RESGATADA           VALUE 'R'.
      *    DADOS DO RESGATE (ZERADOS ENQUANTO ATIVA)
           03  FINCDB-DT-RESGATE      PIC  9(008).
           03  FINCDB-VL-RENDIMENTO   PIC  9(009)V99.
           03  FINCDB-VL-MULTA        PIC  9(009)V99.
           03  FINCDB-VL-RESGATE      PIC  9(009)V99.
           03  FINCDB-COD-MOEDA       PIC  X(003).
      *    OPERADOR QUE REGISTROU A APLICACAO
           03  FINCDB-COD-OPER        PIC  X(008).
      *    IR RETIDO NA FONTE SOBRE O RENDIMENTO DO RESGATE (SRIRRF):
      *    ALIQUOTA EM %, IMPOSTO E CODIGO DE RECEITA; ZERADOS ENQUANTO
      *    ATIVA E NO PRODUTO ISENTO
           03  FINCDB-ALIQUOTA-IR     PIC  9(003)V99.
           03  FINCDB-VL-IR           PIC  9(009)V99.
           03  FINCDB-COD-RECEITA     PIC  X(004).
           03  FILLER                 PIC  X(008).
      *
      *    MESMA DEFINICAO USADA PELO FINPB160 (VER FD FINSLD-CONSULTA)
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-CONSULTA.
           03  FINSLD-CONS-CHAVE      PIC  X(017).
           03  FINSLD-CONS-VL-SLD     PIC  S9(009)V99.
           03  FINSLD-CONS-STATUS     PIC  X(001).
              88  FINSLD-CONS-CONTA-ATIVA    VALUE 'A'.
           03  FINSLD-CONS-IND-LIMITE PIC  X(001).
           03  FINSLD-CONS-VL-LIMITE  PIC  9(009)V99.
           03  FINSLD-CONS-COD-MOEDA  PIC  X(003).
           03  FINSLD-CONS-TIPO-CONTA PIC  X(001).
      *
       FD  FINRATE
           RECORD CONTAINS 014 CHARACTERS.

       01  REG-FINRATE.
           03  FINRATE-CHAVE.
               05  FINRATE-TIPO-CONTA PIC  X(001).
               05  FINRATE-DT-VIGENCIA PIC 9(008).
           03  FINRATE-TAXA           PIC  9(005).
      *
       FD  FINTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRAN.
           03  FINTRAN-CHAVE          PIC  X(017).
           03  FINTRAN-VL-TRAN        PIC  9(009)V99.
           03  FINTRAN-IND-TRAN       PIC  X(001).
           03  FINTRAN-COD-ORIGEM     PIC  X(002).
           03  FINTRAN-ID-TRAN        PIC  9(010).
           03  FINTRAN-DT-EFETIVA     PIC  9(008).
           03  FINTRAN-COD-MOEDA      PIC  X(003).
      *
      *    MESMA DEFINICAO USADA PELO FINPB130 (VER FD FINIRRF, LA)
       FD  FINIRRF
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINIRRF.
           03  FINIRRF-CHAVE.
               05  FINIRRF-DT-RETENCAO PIC 9(008).
               05  FINIRRF-ID-TRAN-IR  PIC 9(010).
           03  FINIRRF-ID-TRAN-CRED   PIC  9(010).
           03  FINIRRF-CONTA          PIC  X(017).
           03  FINIRRF-TIPO-PRODUTO   PIC  X(001).
           03  FINIRRF-PRAZO-DIAS     PIC  9(005).
           03  FINIRRF-VL-BASE        PIC  9(009)V99.
           03  FINIRRF-ALIQUOTA       PIC  9(003)V99.
           03  FINIRRF-VL-IR          PIC  9(009)V99.
           03  FINIRRF-COD-RECEITA    PIC  X(004).
           03  FINIRRF-COD-MOEDA      PIC  X(003).
           03  FINIRRF-PROGRAMA       PIC  X(008).
           03  FILLER                 PIC  X(007).
      *
       FD  FINCDSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 008 CHARACTERS.

       01  REG-FINCDSEQ.
           03  FINCDSEQ-ULT-APLIC     PIC  9(008).
      *
       FD  FINCDBP
           RECORDING MODE IS F
           RECORD CONTAINS 011 CHARACTERS.

       01  REG-FINCDBP.
      *    PERCENTUAL DO RENDIMENTO DECORRIDO PERDIDO NO RESGATE
      *    ANTECIPADO (000 A 100; 100 = PERDE TODO O RENDIMENTO)
           03  FINCDBP-PERC-PERDA     PIC  9(003).
      *    MULTA SOBRE O PRINCIPAL, EM PERCENTUAL (EX.: 00200 = 2,00%)
           03  FINCDBP-PERC-MULTA     PIC  9(003)V99.
      *    DIAS MINIMOS DESDE A APLICACAO PARA O RESGATE ANTECIPADO
           03  FINCDBP-DIAS-CARENCIA  PIC  9(003).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINCDMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCDB           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINRATE          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDSEQ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDBP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRRF          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-CONTA-OK-SW         PIC X(001)  VALUE 'N'.
              88  CONTA-OK                   VALUE 'S'.
      *    TABELA DE TAXAS AUSENTE = NAO HA TAXA CDB PARA CONTRATAR
           05  WS-FINRATE-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINRATE-EXISTE             VALUE 'S'.
           05  WS-FIM-FINRATE-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINRATE                VALUE 'S'.
           05  WS-ACHOU-TAXA-SW       PIC X(001)  VALUE 'N'.
              88  ACHOU-TAXA                 VALUE 'S'.
           05  WS-TAXA-ENCONTRADA     PIC 9(005)  VALUE ZEROS.
      *
           05  WS-ULT-APLIC           PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DESC-STATUS         PIC X(012)  VALUE SPACES.
      *
      *    CONTA PEDIDA EM P2200 (DESCRICAO NO PROMPT E TIPO EXIGIDO)
           05  WS-DESC-CONTA          PIC X(013)  VALUE SPACES.
           05  WS-TIPO-EXIGIDO        PIC X(001)  VALUE SPACES.
           05  WS-CHAVE-LIDA          PIC X(017)  VALUE SPACES.
      *
      *    CALCULO DO RENDIMENTO E DO RESGATE
           05  WS-QTD-DIAS            PIC 9(005)     VALUE ZEROS.
           05  WS-VL-REND-BRUTO       PIC 9(009)V99  VALUE ZEROS.
           05  WS-VL-REND-PERDIDO     PIC 9(009)V99  VALUE ZEROS.
           05  WS-VL-REND-PAGO        PIC 9(009)V99  VALUE ZEROS.
           05  WS-VL-MULTA            PIC 9(009)V99  VALUE ZEROS.
           05  WS-VL-RESGATE          PIC S9(009)V99 VALUE ZEROS.
           05  WS-VL-LIQUIDO          PIC S9(009)V99 VALUE ZEROS.
      *
      *    PARAMETROS EFETIVOS DO RESGATE ANTECIPADO (FINCDBP OU
      *    PADRAO: PERDE TODO O RENDIMENTO, SEM MULTA, SEM CARENCIA)
           05  WS-PERC-PERDA          PIC 9(003)     VALUE 100.
           05  WS-PERC-MULTA          PIC 9(003)V99  VALUE ZEROS.
           05  WS-DIAS-CARENCIA       PIC 9(003)     VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-VL-EDITADO              PIC ZZ.ZZZ.ZZ9,99.
       01  WS-TAXA-EDITADA            PIC ZZ9,99.
      *
      *    AREA DE CHAMADA DE SRMEMO (MOVIMENTO MEMO DO DIA)
       01  WS-PARM-MEMO.
           05  WS-MEMO-FUNCAO         PIC X(001).
           05  WS-MEMO-CHAVE          PIC X(017).
           05  WS-MEMO-IND-TRAN       PIC X(001).
           05  WS-MEMO-VL-TRAN        PIC 9(009)V99.
           05  WS-MEMO-DATA-PROC      PIC 9(008).
           05  WS-MEMO-VL-DEBITOS     PIC 9(011)V99.
           05  WS-MEMO-VL-CREDITOS    PIC 9(011)V99.
           05  WS-MEMO-COD-RETORNO    PIC X(002).
              88  WS-MEMO-ERRO               VALUE '01' '99'.
           05  WS-MEMO-FILE-STATUS    PIC X(002).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (VALIDACAO DA CHAVE)
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-NR-AGEN        PIC 9(004).
           05  WS-PARM-NR-CC          PIC X(011).
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRIRRF (RETENCAO DE IR NA FONTE)
       01  WS-PARM-IRRF.
           05  WS-IRF-TIPO-PRODUTO    PIC X(001).
           05  WS-IRF-DATA            PIC 9(008).
           05  WS-IRF-PRAZO-DIAS      PIC 9(005).
           05  WS-IRF-VL-BASE         PIC 9(009)V99.
           05  WS-IRF-ALIQUOTA        PIC 9(003)V99.
           05  WS-IRF-COD-RECEITA     PIC X(004).
           05  WS-IRF-VL-IR           PIC 9(009)V99.
           05  WS-IRF-COD-RETORNO     PIC X(002).
              88  WS-IRF-TRIBUTADO           VALUE '00'.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-APLICACAO.
           05  WS-APL-NR-APLIC        PIC  9(008)  VALUE ZEROS.
           05  WS-APL-NR-AGEN         PIC  9(004)  VALUE ZEROS.
           05  WS-APL-NR-CC           PIC  X(011)  VALUE SPACES.
           05  WS-APL-COD-SUBCONTA    PIC  X(002)  VALUE SPACES.
           05  WS-APL-CHAVE-INVEST    PIC  X(017)  VALUE SPACES.
           05  WS-APL-CHAVE-CORRENTE  PIC  X(017)  VALUE SPACES.
           05  WS-APL-VL-SLD-CORRENTE PIC  S9(009)V99 VALUE ZEROS.
           05  WS-APL-COD-MOEDA       PIC  X(003)  VALUE SPACES.
           05  WS-APL-VL-PRINCIPAL    PIC  9(009)V99 VALUE ZEROS.
           05  WS-APL-PRAZO-DIAS      PIC  9(005)  VALUE ZEROS.
           05  WS-APL-TAXA-ANUAL      PIC  9(003)V99 VALUE ZEROS.
           05  WS-APL-DT-VENCIMENTO   PIC  9(008)  VALUE ZEROS.
           05  WS-APL-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *
      *    PARAMETROS DIGITADOS PELO SUPERVISOR (P6000)
       01  WS-AREA-PARAMETROS.
           05  WS-PAR-PERC-PERDA      PIC  9(003)    VALUE ZEROS.
           05  WS-PAR-PERC-MULTA      PIC  9(003)V99 VALUE ZEROS.
           05  WS-PAR-DIAS-CARENCIA   PIC  9(003)    VALUE ZEROS.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-PROCESSA
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Abre o cadastro de aplicacoes (criado na primeira execucao), os
      * arquivos de consulta e o FINTRAN do ciclo; carrega o ultimo
      * numero de aplicacao e os parametros do resgate antecipado.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-SGN-PERFIL NOT EQUAL 'M' AND 'S'
              DISPLAY 'FUNCAO RESTRITA A MANUTENCAO/SUPERVISOR - '
                      'PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN I-O FINCDB
           IF WS-FS-FINCDB EQUAL '35'
              OPEN OUTPUT FINCDB
              IF WS-FS-FINCDB NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINCDB - FILE STATUS = '
                        WS-FS-FINCDB
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINCDB
              OPEN I-O FINCDB
           END-IF
           IF WS-FS-FINCDB NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINCDB - FILE STATUS = '
                     WS-FS-FINCDB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINSLD-CONSULTA
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINRATE
           EVALUATE WS-FS-FINRATE
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINRATE-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINRATE - FILE STATUS = '
                           WS-FS-FINRATE
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN EXTEND FINTRAN
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Registro de retencoes de IR: criado na primeira execucao.
           OPEN I-O FINIRRF
           IF WS-FS-FINIRRF EQUAL '35'
              OPEN OUTPUT FINIRRF
              CLOSE FINIRRF
              OPEN I-O FINIRRF
           END-IF
           IF WS-FS-FINIRRF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINIRRF - FILE STATUS = '
                     WS-FS-FINIRRF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Ultimo numero de aplicacao: ausente = comeca de zero.
           OPEN INPUT FINCDSEQ
           EVALUATE WS-FS-FINCDSEQ
               WHEN '00'
                    READ FINCDSEQ
                       AT END
                          CONTINUE
                       NOT AT END
                          IF FINCDSEQ-ULT-APLIC NUMERIC
                             MOVE FINCDSEQ-ULT-APLIC TO WS-ULT-APLIC
                          END-IF
                    END-READ
                    CLOSE FINCDSEQ
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCDSEQ - FILE STATUS = '
                           WS-FS-FINCDSEQ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM P0500-CARREGA-PARAMETROS

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCDMNT - APLICACOES A PRAZO (CDB)'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-EXECUCAO

           .

      *-----------------------------------------------------------------
       P0500-CARREGA-PARAMETROS SECTION.
      * Parametros do resgate antecipado; arquivo ausente ou valor nao
      * numerico mantem o padrao (perda total do rendimento, sem multa,
      * sem carencia).
      *-----------------------------------------------------------------

           OPEN INPUT FINCDBP
           IF WS-FS-FINCDBP EQUAL '00'
              READ FINCDBP
                 NOT AT END
                    IF FINCDBP-PERC-PERDA IS NUMERIC
                       AND FINCDBP-PERC-PERDA NOT > 100
                       MOVE FINCDBP-PERC-PERDA TO WS-PERC-PERDA
                    END-IF
                    IF FINCDBP-PERC-MULTA IS NUMERIC
                       AND FINCDBP-PERC-MULTA NOT > 100
                       MOVE FINCDBP-PERC-MULTA TO WS-PERC-MULTA
                    END-IF
                    IF FINCDBP-DIAS-CARENCIA IS NUMERIC
                       MOVE FINCDBP-DIAS-CARENCIA TO WS-DIAS-CARENCIA
                    END-IF
              END-READ
              CLOSE FINCDBP
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu e repete ate o operador optar por encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(A)PLICAR  (C)ONSULTAR  (R)ESGATE ANTECIPADO  '
                      '(P)ARAMETROS  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'A'  WHEN 'a'
                      PERFORM P2000-APLICAR
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-APLICACAO
                 WHEN 'R'  WHEN 'r'
                      PERFORM P5000-RESGATE-ANTECIPADO
                 WHEN 'P'  WHEN 'p'
                      PERFORM P6000-PARAMETROS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-APLICAR SECTION.
      * Registra a aplicacao e debita o principal na corrente
      * vinculada.
      *-----------------------------------------------------------------

           MOVE 'P2000-APLICAR' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           MOVE 'INVESTIMENTO' TO WS-DESC-CONTA
           MOVE '3'            TO WS-TIPO-EXIGIDO
           PERFORM P2200-CRITICA-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF
           MOVE WS-CHAVE-LIDA TO WS-APL-CHAVE-INVEST

           MOVE 'CORRENTE'     TO WS-DESC-CONTA
           MOVE '1'            TO WS-TIPO-EXIGIDO
           PERFORM P2200-CRITICA-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF
           MOVE WS-CHAVE-LIDA         TO WS-APL-CHAVE-CORRENTE
           MOVE FINSLD-CONS-VL-SLD    TO WS-APL-VL-SLD-CORRENTE
           MOVE FINSLD-CONS-COD-MOEDA TO WS-APL-COD-MOEDA
           IF WS-APL-COD-MOEDA EQUAL SPACES
              MOVE 'BRL' TO WS-APL-COD-MOEDA
           END-IF

           PERFORM P2600-PROCURA-TAXA-CDB
           IF NOT ACHOU-TAXA
              DISPLAY 'NAO HA TAXA CDB (TIPO 4) VIGENTE EM FINRATE - '
                      'APLICACAO NAO PERMITIDA.'
              EXIT SECTION
           END-IF
           COMPUTE WS-APL-TAXA-ANUAL = WS-TAXA-ENCONTRADA / 100

           DISPLAY 'VALOR PRINCIPAL: '
           ACCEPT WS-APL-VL-PRINCIPAL
           DISPLAY 'PRAZO EM DIAS CORRIDOS (1 A 3650): '
           ACCEPT WS-APL-PRAZO-DIAS

           IF WS-APL-VL-PRINCIPAL EQUAL ZEROS
              OR WS-APL-PRAZO-DIAS EQUAL ZEROS
              OR WS-APL-PRAZO-DIAS > 3650
              DISPLAY 'DADOS DA APLICACAO INVALIDOS.'
              EXIT SECTION
           END-IF

      *    O saldo e o de abertura da corrente: o debito so e postado
      *    no ciclo, e a aplicacao ja nasce registrada.
           IF WS-APL-VL-PRINCIPAL > WS-APL-VL-SLD-CORRENTE
              DISPLAY 'PRINCIPAL ACIMA DO SALDO DE ABERTURA DA '
                      'CONTA CORRENTE - APLICACAO RECUSADA.'
              EXIT SECTION
           END-IF

           COMPUTE WS-APL-DT-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                    + WS-APL-PRAZO-DIAS)

      *    Rendimento projetado ate o vencimento (mesma formula do
      *    resgate no FINPB132).
           MOVE WS-APL-PRAZO-DIAS TO WS-QTD-DIAS
           COMPUTE WS-VL-REND-BRUTO ROUNDED =
                   WS-APL-VL-PRINCIPAL * WS-APL-TAXA-ANUAL
                                       * WS-QTD-DIAS
                                       / (100 * 365)

           MOVE WS-APL-TAXA-ANUAL TO WS-TAXA-EDITADA
           DISPLAY 'TAXA CONTRATADA (% A.A.) ..: ' WS-TAXA-EDITADA
           DISPLAY 'VENCIMENTO ................: '
                   WS-APL-DT-VENCIMENTO
           MOVE WS-VL-REND-BRUTO TO WS-VL-EDITADO
           DISPLAY 'RENDIMENTO NO VENCIMENTO ..: ' WS-VL-EDITADO
           DISPLAY 'CONFIRMA A APLICACAO (S/N)? '
           ACCEPT WS-APL-RESPOSTA

           IF WS-APL-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'APLICACAO CANCELADA.'
              EXIT SECTION
           END-IF

           IF WS-ULT-APLIC NOT LESS 9999999
      *       O ID-TRAN compoe APLICACAO x 10 + PERNA dentro da faixa
      *       9.9 bilhoes.
              DISPLAY 'NUMERACAO DE APLICACOES ESGOTADA.'
              EXIT SECTION
           END-IF
           ADD 1 TO WS-ULT-APLIC
      *    O controle de numeracao e regravado JA NA ALOCACAO (como o
      *    FINTLSEQ do FINTLMNT): uma sessao que caia no meio nao pode
      *    reusar o numero - e o ID-TRAN - na sessao seguinte.
           PERFORM P7000-GRAVA-FINCDSEQ
           MOVE WS-ULT-APLIC TO WS-APL-NR-APLIC

           PERFORM P2500-GRAVA-APLICACAO
           PERFORM P3000-DEBITA-PRINCIPAL

           DISPLAY 'APLICACAO ' WS-APL-NR-APLIC ' REGISTRADA - DEBITO '
                   'LANCADO P/ O PROXIMO CICLO.'

           .

      *-----------------------------------------------------------------
       P2200-CRITICA-CONTA SECTION.
      * Pede a conta descrita em WS-DESC-CONTA, valida a chave pela
      * SRMINIMAL e confere em FINSLD que existe, esta ativa e e do
      * tipo WS-TIPO-EXIGIDO; devolve a chave em WS-CHAVE-LIDA.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-OK-SW

           DISPLAY 'AGENCIA DA CONTA ' WS-DESC-CONTA ': '
           ACCEPT WS-APL-NR-AGEN
           DISPLAY 'CONTA ' WS-DESC-CONTA ': '
           ACCEPT WS-APL-NR-CC
           DISPLAY 'SUBCONTA (BRANCO = 00-PRINCIPAL): '
           ACCEPT WS-APL-COD-SUBCONTA
           IF WS-APL-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO WS-APL-COD-SUBCONTA
           END-IF

           MOVE WS-APL-NR-AGEN TO WS-PARM-NR-AGEN
           MOVE WS-APL-NR-CC   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           IF NOT WS-CHAVE-VALIDA
              DISPLAY 'CHAVE DE CONTA INVALIDA - RETORNO SRMINIMAL = '
                      WS-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CHAVE-LIDA
           STRING WS-APL-NR-AGEN WS-APL-NR-CC WS-APL-COD-SUBCONTA
                  DELIMITED BY SIZE INTO WS-CHAVE-LIDA
           END-STRING
           MOVE WS-CHAVE-LIDA TO FINSLD-CONS-CHAVE

           READ FINSLD-CONSULTA
              INVALID KEY
                 DISPLAY 'CONTA ' WS-DESC-CONTA ' NAO ENCONTRADA.'
              NOT INVALID KEY
                 EVALUATE TRUE
                     WHEN NOT FINSLD-CONS-CONTA-ATIVA
                          DISPLAY 'CONTA ' WS-DESC-CONTA
                                  ' NAO ESTA ATIVA.'
                     WHEN FINSLD-CONS-TIPO-CONTA NOT EQUAL
                          WS-TIPO-EXIGIDO
                          DISPLAY 'CONTA NAO E DO TIPO '
                                  WS-TIPO-EXIGIDO ' ('
                                  WS-DESC-CONTA ').'
                     WHEN OTHER
                          MOVE 'S' TO WS-CONTA-OK-SW
                 END-EVALUATE
           END-READ

           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-GRAVA-APLICACAO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P2500-GRAVA-APLICACAO' TO WS-NOM-PARAGRAFO

           MOVE SPACES                TO REG-FINCDB
           MOVE WS-APL-NR-APLIC       TO FINCDB-NR-APLIC
           MOVE WS-APL-CHAVE-INVEST   TO FINCDB-CHAVE-INVEST
           MOVE WS-APL-CHAVE-CORRENTE TO FINCDB-CHAVE-CORRENTE
           MOVE WS-APL-VL-PRINCIPAL   TO FINCDB-VL-PRINCIPAL
           MOVE WS-APL-TAXA-ANUAL     TO FINCDB-TAXA-ANUAL
           MOVE WS-DATA-EXECUCAO      TO FINCDB-DT-APLICACAO
           MOVE WS-APL-DT-VENCIMENTO  TO FINCDB-DT-VENCIMENTO
           MOVE WS-APL-PRAZO-DIAS     TO FINCDB-PRAZO-DIAS
           MOVE 'A'                   TO FINCDB-STATUS
           MOVE ZEROS                 TO FINCDB-DT-RESGATE
           MOVE ZEROS                 TO FINCDB-VL-RENDIMENTO
           MOVE ZEROS                 TO FINCDB-VL-MULTA
           MOVE ZEROS                 TO FINCDB-VL-RESGATE
           MOVE ZEROS                 TO FINCDB-ALIQUOTA-IR
           MOVE ZEROS                 TO FINCDB-VL-IR
           MOVE WS-APL-COD-MOEDA      TO FINCDB-COD-MOEDA
           MOVE WS-SGN-COD-OPER       TO FINCDB-COD-OPER

           WRITE REG-FINCDB
           IF WS-FS-FINCDB NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCDB - FILE STATUS = '
                     WS-FS-FINCDB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2600-PROCURA-TAXA-CDB SECTION.
      * Procura a taxa do tipo '4' de vigencia mais recente que nao
      * ultrapassa a data de processamento (mesma busca do FINPB130,
      * P0600-PROCURA-TAXA-VIGENTE).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-ACHOU-TAXA-SW
           MOVE 'N' TO WS-FIM-FINRATE-SW

           IF NOT FINRATE-EXISTE
              EXIT SECTION
           END-IF

           MOVE '4'   TO FINRATE-TIPO-CONTA
           MOVE ZEROS TO FINRATE-DT-VIGENCIA
           START FINRATE KEY NOT LESS THAN FINRATE-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINRATE-SW
           END-START

           PERFORM UNTIL FIM-FINRATE
              READ FINRATE NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINRATE-SW
                 NOT AT END
                    IF FINRATE-TIPO-CONTA NOT EQUAL '4'
                       OR FINRATE-DT-VIGENCIA > WS-DATA-EXECUCAO
                       MOVE 'S' TO WS-FIM-FINRATE-SW
                    ELSE
                       MOVE 'S' TO WS-ACHOU-TAXA-SW
                       MOVE FINRATE-TAXA TO WS-TAXA-ENCONTRADA
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3000-DEBITA-PRINCIPAL SECTION.
      * Gera o debito 'D' do principal na corrente vinculada, no
      * FINTRAN do ciclo (ID-TRAN 9.900.000.000 + APLICACAO x 10 + 1).
      *-----------------------------------------------------------------

           MOVE 'P3000-DEBITA-PRINCIPAL' TO WS-NOM-PARAGRAFO

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINCDB-CHAVE-CORRENTE TO FINTRAN-CHAVE
           MOVE FINCDB-VL-PRINCIPAL   TO FINTRAN-VL-TRAN
           MOVE 'D'                   TO FINTRAN-IND-TRAN
      *    Faixa 9.900.000.000-9.999.999.999 reservada para as
      *    aplicacoes CDB (perna 1 = aplicacao, 2 = resgate).
           COMPUTE FINTRAN-ID-TRAN =
                   9900000000 + (FINCDB-NR-APLIC * 10) + 1
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINCDB-COD-MOEDA      TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           PERFORM P7800-ATUALIZA-MEMO

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-APLICACAO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-APLICACAO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'NUMERO DA APLICACAO: '
           ACCEPT WS-APL-NR-APLIC
           MOVE WS-APL-NR-APLIC TO FINCDB-NR-APLIC

           READ FINCDB
              INVALID KEY
                 DISPLAY 'APLICACAO NAO CADASTRADA.'
              NOT INVALID KEY
                 PERFORM P4500-EXIBE-APLICACAO
           END-READ

           IF WS-FS-FINCDB NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCDB - FILE STATUS = '
                     WS-FS-FINCDB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P4500-EXIBE-APLICACAO SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FINCDB-ATIVA
                    MOVE 'ATIVA       ' TO WS-DESC-STATUS
               WHEN FINCDB-VENCIDA
                    MOVE 'VENCIDA     ' TO WS-DESC-STATUS
               WHEN FINCDB-RESGATADA
                    MOVE 'RESG.ANTEC. ' TO WS-DESC-STATUS
               WHEN OTHER
                    MOVE '????????????' TO WS-DESC-STATUS
           END-EVALUATE

           MOVE FINCDB-TAXA-ANUAL TO WS-TAXA-EDITADA
           DISPLAY 'APLICACAO .......: ' FINCDB-NR-APLIC
           DISPLAY 'CONTA INVEST. ...: ' FINCDB-CHAVE-INVEST
           DISPLAY 'CONTA CORRENTE ..: ' FINCDB-CHAVE-CORRENTE
           MOVE FINCDB-VL-PRINCIPAL TO WS-VL-EDITADO
           DISPLAY 'PRINCIPAL .......: ' WS-VL-EDITADO
                   ' ' FINCDB-COD-MOEDA
           DISPLAY 'TAXA (% A.A.) ...: ' WS-TAXA-EDITADA
           DISPLAY 'APLICADA EM .....: ' FINCDB-DT-APLICACAO
           DISPLAY 'VENCIMENTO ......: ' FINCDB-DT-VENCIMENTO
                   ' (' FINCDB-PRAZO-DIAS ' DIAS)'
           DISPLAY 'SITUACAO ........: ' FINCDB-STATUS
                   ' - ' WS-DESC-STATUS

           IF FINCDB-ATIVA
              COMPUTE WS-VL-REND-BRUTO ROUNDED =
                      FINCDB-VL-PRINCIPAL * FINCDB-TAXA-ANUAL
                                          * FINCDB-PRAZO-DIAS
                                          / (100 * 365)
              MOVE WS-VL-REND-BRUTO TO WS-VL-EDITADO
              DISPLAY 'REND. NO VENCTO .: ' WS-VL-EDITADO
           ELSE
              DISPLAY 'RESGATADA EM ....: ' FINCDB-DT-RESGATE
              MOVE FINCDB-VL-RENDIMENTO TO WS-VL-EDITADO
              DISPLAY 'RENDIMENTO PAGO .: ' WS-VL-EDITADO
              MOVE FINCDB-VL-MULTA TO WS-VL-EDITADO
              DISPLAY 'MULTA ...........: ' WS-VL-EDITADO
              MOVE FINCDB-VL-RESGATE TO WS-VL-EDITADO
              DISPLAY 'VALOR RESGATADO .: ' WS-VL-EDITADO
              MOVE FINCDB-ALIQUOTA-IR TO WS-TAXA-EDITADA
              MOVE FINCDB-VL-IR TO WS-VL-EDITADO
              DISPLAY 'IR RETIDO .......: ' WS-VL-EDITADO
                      ' (' WS-TAXA-EDITADA '% - RECEITA '
                      FINCDB-COD-RECEITA ')'
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-RESGATE-ANTECIPADO SECTION.
      * Resgate antes do vencimento, com a penalidade do parametro:
      *   BRUTO    = PRINCIPAL x TAXA x DIAS DECORRIDOS / (100 x 365)
      *   PERDIDO  = BRUTO x PERC.PERDA / 100
      *   MULTA    = PRINCIPAL x PERC.MULTA / 100
      *   RESGATE  = PRINCIPAL + BRUTO - PERDIDO - MULTA
      *   IR       = (BRUTO - PERDIDO) x ALIQUOTA DA FAIXA DOS DIAS
      *              DECORRIDOS (SRIRRF, PRODUTO '4')
      * O credito do resgate vai para a corrente vinculada no FINTRAN
      * do ciclo (ID-TRAN 9.900.000.000 + APLICACAO x 10 + 2), o IR
      * num debito proprio (perna 3) e a aplicacao e marcada 'R' - o
      * FINPB132 nao a resgata de novo.
      *-----------------------------------------------------------------

           MOVE 'P5000-RESGATE-ANTECIPADO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'NUMERO DA APLICACAO: '
           ACCEPT WS-APL-NR-APLIC
           MOVE WS-APL-NR-APLIC TO FINCDB-NR-APLIC

           READ FINCDB
              INVALID KEY
                 DISPLAY 'APLICACAO NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINCDB NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCDB - FILE STATUS = '
                     WS-FS-FINCDB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINCDB NOT EQUAL '00'
              EXIT SECTION
           END-IF

           IF NOT FINCDB-ATIVA
              DISPLAY 'APLICACAO NAO ESTA ATIVA - JA RESGATADA.'
              EXIT SECTION
           END-IF

           IF FINCDB-DT-VENCIMENTO NOT > WS-DATA-EXECUCAO
              DISPLAY 'APLICACAO VENCIDA - O RESGATE E AUTOMATICO NO '
                      'CICLO (FINPB132).'
              EXIT SECTION
           END-IF

           COMPUTE WS-QTD-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                 - FUNCTION INTEGER-OF-DATE(FINCDB-DT-APLICACAO)

           IF WS-QTD-DIAS < WS-DIAS-CARENCIA
              DISPLAY 'APLICACAO EM CARENCIA - RESGATE ANTECIPADO SO '
                      'APOS ' WS-DIAS-CARENCIA ' DIAS.'
              EXIT SECTION
           END-IF

           COMPUTE WS-VL-REND-BRUTO ROUNDED =
                   FINCDB-VL-PRINCIPAL * FINCDB-TAXA-ANUAL
                                       * WS-QTD-DIAS
                                       / (100 * 365)
           COMPUTE WS-VL-REND-PERDIDO ROUNDED =
                   WS-VL-REND-BRUTO * WS-PERC-PERDA / 100
           COMPUTE WS-VL-REND-PAGO =
                   WS-VL-REND-BRUTO - WS-VL-REND-PERDIDO
           COMPUTE WS-VL-MULTA ROUNDED =
                   FINCDB-VL-PRINCIPAL * WS-PERC-MULTA / 100
           COMPUTE WS-VL-RESGATE =
                   FINCDB-VL-PRINCIPAL + WS-VL-REND-PAGO - WS-VL-MULTA
           IF WS-VL-RESGATE < ZEROS
              MOVE ZEROS TO WS-VL-RESGATE
           END-IF

      *    IR na fonte sobre o rendimento efetivamente pago.
           MOVE '4'              TO WS-IRF-TIPO-PRODUTO
           MOVE WS-DATA-EXECUCAO TO WS-IRF-DATA
           MOVE WS-QTD-DIAS      TO WS-IRF-PRAZO-DIAS
           MOVE WS-VL-REND-PAGO  TO WS-IRF-VL-BASE
           CALL 'SRIRRF' USING WS-PARM-IRRF
           IF NOT WS-IRF-TRIBUTADO
              MOVE ZEROS  TO WS-IRF-VL-IR
                             WS-IRF-ALIQUOTA
              MOVE SPACES TO WS-IRF-COD-RECEITA
           END-IF
           COMPUTE WS-VL-LIQUIDO = WS-VL-RESGATE - WS-IRF-VL-IR

           DISPLAY 'DIAS DECORRIDOS .......: ' WS-QTD-DIAS
           MOVE WS-VL-REND-BRUTO TO WS-VL-EDITADO
           DISPLAY 'RENDIMENTO DECORRIDO ..: ' WS-VL-EDITADO
           MOVE WS-VL-REND-PERDIDO TO WS-VL-EDITADO
           DISPLAY 'RENDIMENTO PERDIDO ....: ' WS-VL-EDITADO
           MOVE WS-VL-MULTA TO WS-VL-EDITADO
           DISPLAY 'MULTA S/ PRINCIPAL ....: ' WS-VL-EDITADO
           MOVE WS-VL-RESGATE TO WS-VL-EDITADO
           DISPLAY 'VALOR DO RESGATE ......: ' WS-VL-EDITADO
           MOVE WS-IRF-ALIQUOTA TO WS-TAXA-EDITADA
           MOVE WS-IRF-VL-IR TO WS-VL-EDITADO
           DISPLAY 'IR RETIDO NA FONTE ....: ' WS-VL-EDITADO
                   ' (' WS-TAXA-EDITADA '%)'
           MOVE WS-VL-LIQUIDO TO WS-VL-EDITADO
           DISPLAY 'VALOR LIQUIDO .........: ' WS-VL-EDITADO
           DISPLAY 'CONFIRMA O RESGATE ANTECIPADO (S/N)? '
           ACCEPT WS-APL-RESPOSTA

           IF WS-APL-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'RESGATE CANCELADO.'
              EXIT SECTION
           END-IF

           IF WS-VL-RESGATE > ZEROS
              MOVE SPACES                TO REG-FINTRAN
              MOVE FINCDB-CHAVE-CORRENTE TO FINTRAN-CHAVE
              MOVE WS-VL-RESGATE         TO FINTRAN-VL-TRAN
              MOVE 'C'                   TO FINTRAN-IND-TRAN
              COMPUTE FINTRAN-ID-TRAN =
                      9900000000 + (FINCDB-NR-APLIC * 10) + 2
              MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
              MOVE FINCDB-COD-MOEDA      TO FINTRAN-COD-MOEDA

              WRITE REG-FINTRAN    END-WRITE
              IF WS-FS-FINTRAN NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                        WS-FS-FINTRAN
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              PERFORM P7800-ATUALIZA-MEMO
           END-IF

           IF WS-IRF-VL-IR > ZEROS
              PERFORM P5500-DEBITA-IR
           END-IF

           MOVE 'R'              TO FINCDB-STATUS
           MOVE WS-DATA-EXECUCAO TO FINCDB-DT-RESGATE
           MOVE WS-VL-REND-PAGO  TO FINCDB-VL-RENDIMENTO
           MOVE WS-VL-MULTA      TO FINCDB-VL-MULTA
           MOVE WS-VL-RESGATE    TO FINCDB-VL-RESGATE
           MOVE WS-IRF-ALIQUOTA    TO FINCDB-ALIQUOTA-IR
           MOVE WS-IRF-VL-IR       TO FINCDB-VL-IR
           MOVE WS-IRF-COD-RECEITA TO FINCDB-COD-RECEITA
           REWRITE REG-FINCDB
           IF WS-FS-FINCDB NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCDB - FILE STATUS = '
                     WS-FS-FINCDB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'APLICACAO RESGATADA - CREDITO LANCADO P/ O '
                   'PROXIMO CICLO.'

           .

      *-----------------------------------------------------------------
       P5500-DEBITA-IR SECTION.
      * Debito do IR retido no resgate antecipado (perna 3), na
      * corrente vinculada, e linha do registro FINIRRF apontando o
      * credito do resgate (perna 2).
      *-----------------------------------------------------------------

           MOVE 'P5500-DEBITA-IR' TO WS-NOM-PARAGRAFO

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINCDB-CHAVE-CORRENTE TO FINTRAN-CHAVE
           MOVE WS-IRF-VL-IR          TO FINTRAN-VL-TRAN
           MOVE 'D'                   TO FINTRAN-IND-TRAN
           COMPUTE FINTRAN-ID-TRAN =
                   9900000000 + (FINCDB-NR-APLIC * 10) + 3
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINCDB-COD-MOEDA      TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN (IR) - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           PERFORM P7800-ATUALIZA-MEMO

           MOVE WS-DATA-EXECUCAO      TO FINIRRF-DT-RETENCAO
           MOVE FINTRAN-ID-TRAN       TO FINIRRF-ID-TRAN-IR
           COMPUTE FINIRRF-ID-TRAN-CRED =
                   9900000000 + (FINCDB-NR-APLIC * 10) + 2
           MOVE FINCDB-CHAVE-CORRENTE TO FINIRRF-CONTA
           MOVE WS-IRF-TIPO-PRODUTO   TO FINIRRF-TIPO-PRODUTO
           MOVE WS-IRF-PRAZO-DIAS     TO FINIRRF-PRAZO-DIAS
           MOVE WS-IRF-VL-BASE        TO FINIRRF-VL-BASE
           MOVE WS-IRF-ALIQUOTA       TO FINIRRF-ALIQUOTA
           MOVE WS-IRF-VL-IR          TO FINIRRF-VL-IR
           MOVE WS-IRF-COD-RECEITA    TO FINIRRF-COD-RECEITA
           MOVE FINCDB-COD-MOEDA      TO FINIRRF-COD-MOEDA
           MOVE WS-NOM-PROGRAMA       TO FINIRRF-PROGRAMA

           WRITE REG-FINIRRF
              INVALID KEY
                 REWRITE REG-FINIRRF
           END-WRITE

           IF WS-FS-FINIRRF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINIRRF - FILE STATUS = '
                     WS-FS-FINIRRF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6000-PARAMETROS SECTION.
      * Exibe e, para o supervisor, regrava os parametros do resgate
      * antecipado em FINCDBP.dat.
      *-----------------------------------------------------------------

           MOVE 'P6000-PARAMETROS' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'PERDA DO RENDIMENTO (%) ..: ' WS-PERC-PERDA
           MOVE WS-PERC-MULTA TO WS-TAXA-EDITADA
           DISPLAY 'MULTA S/ PRINCIPAL (%) ...: ' WS-TAXA-EDITADA
           DISPLAY 'CARENCIA (DIAS) ..........: ' WS-DIAS-CARENCIA

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'ALTERACAO RESTRITA AO SUPERVISOR.'
              EXIT SECTION
           END-IF

           DISPLAY 'ALTERAR (S/N)? '
           ACCEPT WS-APL-RESPOSTA
           IF WS-APL-RESPOSTA NOT EQUAL 'S' AND 's'
              EXIT SECTION
           END-IF

           DISPLAY 'PERDA DO RENDIMENTO (000 A 100): '
           ACCEPT WS-PAR-PERC-PERDA
           DISPLAY 'MULTA S/ PRINCIPAL EX.: 00200=2,00%: '
           ACCEPT WS-PAR-PERC-MULTA
           DISPLAY 'CARENCIA EM DIAS (000 = SEM CARENCIA): '
           ACCEPT WS-PAR-DIAS-CARENCIA

           IF WS-PAR-PERC-PERDA > 100
              OR WS-PAR-PERC-MULTA > 100
              DISPLAY 'PERCENTUAL ACIMA DE 100 - PARAMETROS NAO '
                      'ALTERADOS.'
              EXIT SECTION
           END-IF

           OPEN OUTPUT FINCDBP
           IF WS-FS-FINCDBP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINCDBP - FILE STATUS = '
                     WS-FS-FINCDBP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE WS-PAR-PERC-PERDA    TO FINCDBP-PERC-PERDA
           MOVE WS-PAR-PERC-MULTA    TO FINCDBP-PERC-MULTA
           MOVE WS-PAR-DIAS-CARENCIA TO FINCDBP-DIAS-CARENCIA
           WRITE REG-FINCDBP    END-WRITE
           IF WS-FS-FINCDBP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCDBP - FILE STATUS = '
                     WS-FS-FINCDBP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           CLOSE FINCDBP

           MOVE WS-PAR-PERC-PERDA    TO WS-PERC-PERDA
           MOVE WS-PAR-PERC-MULTA    TO WS-PERC-MULTA
           MOVE WS-PAR-DIAS-CARENCIA TO WS-DIAS-CARENCIA
           DISPLAY 'PARAMETROS ALTERADOS COM SUCESSO.'

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-FINCDSEQ SECTION.
      * Regrava o controle de numeracao com o ultimo numero alocado.
      *-----------------------------------------------------------------

           MOVE 'P7000-GRAVA-FINCDSEQ' TO WS-NOM-PARAGRAFO

           OPEN OUTPUT FINCDSEQ
           IF WS-FS-FINCDSEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINCDSEQ - FILE STATUS = '
                     WS-FS-FINCDSEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE WS-ULT-APLIC TO FINCDSEQ-ULT-APLIC
           WRITE REG-FINCDSEQ    END-WRITE
           IF WS-FS-FINCDSEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCDSEQ - FILE STATUS = '
                     WS-FS-FINCDSEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           CLOSE FINCDSEQ

           .

      *-----------------------------------------------------------------
       P7800-ATUALIZA-MEMO SECTION.
      * Acumula o movimento recem-gravado em FINTRAN no saldo memo do
      * dia da conta (SRMEMO), que o guiche e a consulta enxergam
      * antes do proximo ciclo.
      *-----------------------------------------------------------------

           MOVE 'A'                TO WS-MEMO-FUNCAO
           MOVE FINTRAN-CHAVE      TO WS-MEMO-CHAVE
           MOVE FINTRAN-IND-TRAN   TO WS-MEMO-IND-TRAN
           MOVE FINTRAN-VL-TRAN    TO WS-MEMO-VL-TRAN
           MOVE WS-DATA-EXECUCAO   TO WS-MEMO-DATA-PROC
           CALL 'SRMEMO' USING WS-PARM-MEMO
           IF WS-MEMO-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRMEMO - RETORNO = ' WS-MEMO-COD-RETORNO
                     ' - FILE STATUS = ' WS-MEMO-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCDMNT - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      *-----------------------------------------------------------------

           CLOSE FINCDB
                 FINSLD-CONSULTA
                 FINTRAN
                 FINIRRF

           IF FINRATE-EXISTE
              CLOSE FINRATE
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCDMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
