      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO DE POSICAO DAS APLICACOES A PRAZO (CDB)
      *              ATIVAS POR FAIXA DE VENCIMENTO, PARA A TESOURARIA
      *              ACOMPANHAR A CAPTACAO A VENCER EM 30/60/90 DIAS.
      *              ARQUIVO DE ENTRADA : FINCDB   - APLICACOES CDB
      *                                             (MANTIDO PELO
      *                                             FINCDMNT/FINPB132)
      *              ARQUIVO DE SAIDA   : FINCDPOS - RELATORIO (LINHAS
      *                                             IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Seleciona as aplicacoes ATIVAS ('A') de FINCDB, classifica por
      * data de vencimento e as distribui, pelos dias corridos entre a
      * data de processamento (SRDATPRC) e o vencimento, nas faixas:
      *   1 - VENCIDAS (vencimento ate a data; resgate no proximo
      *       ciclo pelo FINPB132)
      *   2 - ATE 30 DIAS
      *   3 - DE 31 A 60 DIAS
      *   4 - DE 61 A 90 DIAS
      *   5 - ACIMA DE 90 DIAS
      * Cada aplicacao sai numa linha de detalhe (numero, corrente
      * vinculada, vencimento, dias, principal e valor no vencimento =
      * principal + rendimento contratado); cada faixa fecha com
      * subtotal, e o resumo final traz quantidade, principal, valor
      * no vencimento e o ACUMULADO do valor no vencimento desde a
      * primeira faixa (o que vence em ate 30, 60 e 90 dias).
      * Executar apos o ciclo: as aplicacoes resgatadas no dia ja
      * estao marcadas 'V' pelo FINPB132 e nao entram na posicao.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB133.
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
      *    APLICACOES CDB - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB, LA).
           SELECT FINCDB   ASSIGN TO 'FINCDB.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINCDB-NR-APLIC
                  FILE STATUS IS WS-FS-FINCDB.
      *    ARQUIVO DE TRABALHO DO SORT - FAIXA + VENCIMENTO
           SELECT SD-POSICAO ASSIGN TO 'FINCDPOS.wrk'.
      *    APLICACOES JA CLASSIFICADAS
           SELECT FINCDPOS-ORD ASSIGN TO 'FINCDPOS.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCDPOS-ORD.
      *    RELATORIO - SAIDA (WRITE)
           SELECT FINCDPOS ASSIGN TO 'FINCDPOS.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCDPOS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINCDB
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINCDB.
           03  FINCDB-NR-APLIC        PIC  9(008).
           03  FINCDB-CHAVE-INVEST    PIC  X(017).
           03  FINCDB-CHAVE-CORRENTE  PIC  X(017).
           03  FINCDB-VL-PRINCIPAL    PIC  9(009)V99.
           03  FINCDB-TAXA-ANUAL      PIC  9(003)V99.
           03  FINCDB-DT-APLICACAO    PIC  9(008).
           03  FINCDB-DT-VENCIMENTO   PIC  9(008).
           03  FINCDB-PRAZO-DIAS      PIC  9(005).
           03  FINCDB-STATUS          PIC  X(001).
              88  FINCDB-ATIVA               VALUE 'A'.
           03  FINCDB-DT-RESGATE      PIC  9(008).
           03  FINCDB-VL-RENDIMENTO   PIC  9(009)V99.
           03  FINCDB-VL-MULTA        PIC  9(009)V99.
           03  FINCDB-VL-RESGATE      PIC  9(009)V99.
           03  FINCDB-COD-MOEDA       PIC  X(003).
           03  FINCDB-COD-OPER        PIC  X(008).
           03  FILLER                 PIC  X(028).
      *
       SD  SD-POSICAO
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-SD-POSICAO.
      *    1=VENCIDAS 2=ATE 30 3=31-60 4=61-90 5=ACIMA DE 90 DIAS
           03  SD-POS-FAIXA           PIC  9(001).
           03  SD-POS-DT-VENCIMENTO   PIC  9(008).
           03  SD-POS-NR-APLIC        PIC  9(008).
           03  SD-POS-CHAVE-CORRENTE  PIC  X(017).
           03  SD-POS-DIAS            PIC  9(005).
           03  SD-POS-VL-PRINCIPAL    PIC  9(009)V99.
           03  SD-POS-VL-VENCTO       PIC  9(011)V99.
           03  SD-POS-COD-MOEDA       PIC  X(003).
           03  FILLER                 PIC  X(003).
      *
       FD  FINCDPOS-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-FINCDPOS-ORD.
           03  ORD-FAIXA              PIC  9(001).
           03  ORD-DT-VENCIMENTO      PIC  9(008).
           03  ORD-NR-APLIC           PIC  9(008).
           03  ORD-CHAVE-CORRENTE     PIC  X(017).
           03  ORD-DIAS               PIC  9(005).
           03  ORD-VL-PRINCIPAL       PIC  9(009)V99.
           03  ORD-VL-VENCTO          PIC  9(011)V99.
           03  ORD-COD-MOEDA          PIC  X(003).
           03  FILLER                 PIC  X(003).
      *
       FD  FINCDPOS
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.

       01  REG-FINCDPOS               PIC X(110).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB133'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCDB           PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDPOS-ORD     PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDPOS         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDAS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-ATIVAS          PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINCDB-SW       PIC X(001)  VALUE 'N'.
              88  FIM-FINCDB                 VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DIAS-A-VENCER       PIC S9(005) VALUE ZEROS.
           05  WS-VL-RENDIMENTO       PIC 9(009)V99 VALUE ZEROS.
      *
      *    FAIXA CORRENTE DO CONTROL BREAK
           05  WS-FAIXA-CORRENTE      PIC 9(001)  VALUE ZEROS.
           05  WS-FAIXA-ABERTA-SW     PIC X(001)  VALUE 'N'.
              88  FAIXA-ABERTA               VALUE 'S'.
           05  WS-IDX-FAIXA           PIC 9(001)  VALUE ZEROS.
           05  WS-DESC-FAIXA          PIC X(030)  VALUE SPACES.
      *
           05  WS-VL-ACUMULADO        PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-TOT-VL-PRINCIPAL    PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-VENCTO       PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    TOTAIS POR FAIXA DE VENCIMENTO
       01  WS-TAB-FAIXAS.
           05  WS-FAIXA OCCURS 5 TIMES.
               10  WS-FX-QTD          PIC 9(007)    VALUE ZEROS.
               10  WS-FX-VL-PRINCIPAL PIC 9(013)V99 VALUE ZEROS.
               10  WS-FX-VL-VENCTO    PIC 9(013)V99 VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-FAIXA.
           05  FILLER                 PIC X(007)  VALUE 'FAIXA: '.
           05  WS-LIN-FX-DESC         PIC X(030).
      *
       01  WS-LINHA-DETALHE.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-NR-APLIC    PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-CORRENTE    PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-VENCTO      PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-DIAS        PIC ZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-PRINCIPAL   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-VENCTO-VL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-MOEDA       PIC X(003).
      *
       01  WS-LINHA-SUBTOTAL.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  FILLER                 PIC X(010)  VALUE 'SUBTOTAL '.
           05  WS-LIN-SUB-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(012)  VALUE ' APLICACOES '.
           05  FILLER                 PIC X(006)  VALUE SPACES.
           05  WS-LIN-SUB-PRINCIPAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-SUB-VENCTO-VL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-RESUMO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RES-DESC        PIC X(030).
           05  WS-LIN-RES-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RES-PRINCIPAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RES-VENCTO-VL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RES-ACUMULADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SEPARADOR        PIC X(110)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-APLICACOES
           PERFORM P5000-IMPRIME-RELATORIO
           PERFORM P6000-IMPRIME-RESUMO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN OUTPUT FINCDPOS
           IF WS-FS-FINCDPOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINCDPOS - FILE STATUS = '
                     WS-FS-FINCDPOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-APLICACOES SECTION.
      * Classifica por FAIXA + VENCIMENTO + APLICACAO as aplicacoes
      * ativas, selecionadas pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-APLICACOES' TO WS-NOM-PARAGRAFO

           SORT SD-POSICAO
                ON ASCENDING KEY SD-POS-FAIXA
                                 SD-POS-DT-VENCIMENTO
                                 SD-POS-NR-APLIC
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING FINCDPOS-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DAS APLICACOES - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      * Le FINCDB e libera para o SORT as aplicacoes ativas, com a
      * faixa de vencimento e o valor no vencimento. Cadastro ausente
      * = posicao vazia.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINCDB
           EVALUATE WS-FS-FINCDB
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCDB - FILE STATUS = '
                           WS-FS-FINCDB
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINCDB
              READ FINCDB
                 AT END
                    MOVE 'S' TO WS-FIM-FINCDB-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDAS
                    IF FINCDB-ATIVA
                       PERFORM P2000-LIBERA-APLICACAO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINCDB

           .

      *-----------------------------------------------------------------
       P2000-LIBERA-APLICACAO SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WS-QTD-ATIVAS

           COMPUTE WS-DIAS-A-VENCER =
                   FUNCTION INTEGER-OF-DATE(FINCDB-DT-VENCIMENTO)
                 - FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)

           EVALUATE TRUE
               WHEN WS-DIAS-A-VENCER NOT > ZEROS
                    MOVE 1     TO SD-POS-FAIXA
                    MOVE ZEROS TO WS-DIAS-A-VENCER
               WHEN WS-DIAS-A-VENCER NOT > 30
                    MOVE 2     TO SD-POS-FAIXA
               WHEN WS-DIAS-A-VENCER NOT > 60
                    MOVE 3     TO SD-POS-FAIXA
               WHEN WS-DIAS-A-VENCER NOT > 90
                    MOVE 4     TO SD-POS-FAIXA
               WHEN OTHER
                    MOVE 5     TO SD-POS-FAIXA
           END-EVALUATE

      *    Valor no vencimento = principal + rendimento contratado
      *    (mesma formula do resgate no FINPB132).
           COMPUTE WS-VL-RENDIMENTO ROUNDED =
                   FINCDB-VL-PRINCIPAL * FINCDB-TAXA-ANUAL
                                       * FINCDB-PRAZO-DIAS
                                       / (100 * 365)

           MOVE FINCDB-DT-VENCIMENTO  TO SD-POS-DT-VENCIMENTO
           MOVE FINCDB-NR-APLIC       TO SD-POS-NR-APLIC
           MOVE FINCDB-CHAVE-CORRENTE TO SD-POS-CHAVE-CORRENTE
           MOVE WS-DIAS-A-VENCER      TO SD-POS-DIAS
           MOVE FINCDB-VL-PRINCIPAL   TO SD-POS-VL-PRINCIPAL
           COMPUTE SD-POS-VL-VENCTO =
                   FINCDB-VL-PRINCIPAL + WS-VL-RENDIMENTO
           MOVE FINCDB-COD-MOEDA      TO SD-POS-COD-MOEDA

           RELEASE REG-SD-POSICAO

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-RELATORIO SECTION.
      * Le as aplicacoes classificadas e imprime por quebra de faixa.
      *-----------------------------------------------------------------

           MOVE 'P5000-IMPRIME-RELATORIO' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINCDPOS
           STRING 'POSICAO DE APLICACOES CDB POR FAIXA DE VENCIMENTO - '
                  'DATA ' WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINCDPOS
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINCDPOS
           STRING '   APLICACAO CONTA CORRENTE     VENCTO    '
                  '  DIAS       PRINCIPAL     VALOR NO VENCTO'
                  DELIMITED BY SIZE  INTO REG-FINCDPOS
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINCDPOS-ORD
           IF WS-FS-FINCDPOS-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINCDPOS.ord - FILE STATUS = '
                     WS-FS-FINCDPOS-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ FINCDPOS-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    PERFORM P5500-TRATA-APLICACAO
              END-READ
           END-PERFORM

           IF FAIXA-ABERTA
              PERFORM P5800-FECHA-FAIXA
           END-IF

           CLOSE FINCDPOS-ORD

           .

      *-----------------------------------------------------------------
       P5500-TRATA-APLICACAO SECTION.
      *-----------------------------------------------------------------

           IF FAIXA-ABERTA
              AND ORD-FAIXA NOT EQUAL WS-FAIXA-CORRENTE
              PERFORM P5800-FECHA-FAIXA
           END-IF

           IF NOT FAIXA-ABERTA
              MOVE ORD-FAIXA TO WS-FAIXA-CORRENTE
              MOVE 'S'       TO WS-FAIXA-ABERTA-SW
              MOVE ORD-FAIXA TO WS-IDX-FAIXA
              PERFORM P6500-DESCREVE-FAIXA
              MOVE WS-LINHA-SEPARADOR TO REG-FINCDPOS
              PERFORM P7000-GRAVA-LINHA
              MOVE WS-DESC-FAIXA TO WS-LIN-FX-DESC
              MOVE WS-LINHA-FAIXA TO REG-FINCDPOS
              PERFORM P7000-GRAVA-LINHA
           END-IF

           ADD 1                TO WS-FX-QTD(ORD-FAIXA)
           ADD ORD-VL-PRINCIPAL TO WS-FX-VL-PRINCIPAL(ORD-FAIXA)
           ADD ORD-VL-VENCTO    TO WS-FX-VL-VENCTO(ORD-FAIXA)

           MOVE ORD-NR-APLIC       TO WS-LIN-DET-NR-APLIC
           MOVE ORD-CHAVE-CORRENTE TO WS-LIN-DET-CORRENTE
           MOVE ORD-DT-VENCIMENTO  TO WS-LIN-DET-VENCTO
           MOVE ORD-DIAS           TO WS-LIN-DET-DIAS
           MOVE ORD-VL-PRINCIPAL   TO WS-LIN-DET-PRINCIPAL
           MOVE ORD-VL-VENCTO      TO WS-LIN-DET-VENCTO-VL
           MOVE ORD-COD-MOEDA      TO WS-LIN-DET-MOEDA
           MOVE WS-LINHA-DETALHE TO REG-FINCDPOS
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P5800-FECHA-FAIXA SECTION.
      *-----------------------------------------------------------------

           MOVE WS-FX-QTD(WS-FAIXA-CORRENTE)
             TO WS-LIN-SUB-QTD
           MOVE WS-FX-VL-PRINCIPAL(WS-FAIXA-CORRENTE)
             TO WS-LIN-SUB-PRINCIPAL
           MOVE WS-FX-VL-VENCTO(WS-FAIXA-CORRENTE)
             TO WS-LIN-SUB-VENCTO-VL
           MOVE WS-LINHA-SUBTOTAL TO REG-FINCDPOS
           PERFORM P7000-GRAVA-LINHA

           MOVE 'N' TO WS-FAIXA-ABERTA-SW

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-RESUMO SECTION.
      * Resumo por faixa (todas as faixas, mesmo vazias), com o valor
      * no vencimento acumulado desde a primeira faixa.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-RESUMO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINCDPOS
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINCDPOS
           STRING 'RESUMO POR FAIXA                     QTD'
                  '         PRINCIPAL   VALOR NO VENCTO'
                  '         ACUMULADO'
                  DELIMITED BY SIZE  INTO REG-FINCDPOS
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE ZEROS TO WS-VL-ACUMULADO
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                     UNTIL WS-IDX-FAIXA > 5
              PERFORM P6500-DESCREVE-FAIXA
              ADD WS-FX-VL-VENCTO(WS-IDX-FAIXA) TO WS-VL-ACUMULADO
              ADD WS-FX-QTD(WS-IDX-FAIXA)       TO WS-TOT-QTD
              ADD WS-FX-VL-PRINCIPAL(WS-IDX-FAIXA)
                                                TO WS-TOT-VL-PRINCIPAL
              ADD WS-FX-VL-VENCTO(WS-IDX-FAIXA) TO WS-TOT-VL-VENCTO

              MOVE WS-DESC-FAIXA              TO WS-LIN-RES-DESC
              MOVE WS-FX-QTD(WS-IDX-FAIXA)    TO WS-LIN-RES-QTD
              MOVE WS-FX-VL-PRINCIPAL(WS-IDX-FAIXA)
                                              TO WS-LIN-RES-PRINCIPAL
              MOVE WS-FX-VL-VENCTO(WS-IDX-FAIXA)
                                              TO WS-LIN-RES-VENCTO-VL
              MOVE WS-VL-ACUMULADO            TO WS-LIN-RES-ACUMULADO
              MOVE WS-LINHA-RESUMO TO REG-FINCDPOS
              PERFORM P7000-GRAVA-LINHA
           END-PERFORM

           MOVE 'TOTAL GERAL'       TO WS-LIN-RES-DESC
           MOVE WS-TOT-QTD          TO WS-LIN-RES-QTD
           MOVE WS-TOT-VL-PRINCIPAL TO WS-LIN-RES-PRINCIPAL
           MOVE WS-TOT-VL-VENCTO    TO WS-LIN-RES-VENCTO-VL
           MOVE WS-VL-ACUMULADO     TO WS-LIN-RES-ACUMULADO
           MOVE WS-LINHA-RESUMO TO REG-FINCDPOS
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6500-DESCREVE-FAIXA SECTION.
      * Descricao da faixa WS-IDX-FAIXA.
      *-----------------------------------------------------------------

           EVALUATE WS-IDX-FAIXA
               WHEN 1
                    MOVE 'VENCIDAS (RESGATE NO CICLO)' TO WS-DESC-FAIXA
               WHEN 2
                    MOVE 'A VENCER ATE 30 DIAS'        TO WS-DESC-FAIXA
               WHEN 3
                    MOVE 'A VENCER DE 31 A 60 DIAS'    TO WS-DESC-FAIXA
               WHEN 4
                    MOVE 'A VENCER DE 61 A 90 DIAS'    TO WS-DESC-FAIXA
               WHEN OTHER
                    MOVE 'A VENCER ACIMA DE 90 DIAS'   TO WS-DESC-FAIXA
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINCDPOS    END-WRITE

           IF WS-FS-FINCDPOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCDPOS - FILE STATUS = '
                     WS-FS-FINCDPOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB133 - TERMINO COM ERRO'
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

           CLOSE FINCDPOS

           MOVE WS-TOT-VL-VENCTO TO WS-LIN-RES-VENCTO-VL

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB133 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD APLICACOES LIDAS        - ' WS-QTD-LIDAS
           DISPLAY 'QTD APLICACOES ATIVAS       - ' WS-QTD-ATIVAS
           DISPLAY 'VALOR NO VENCIMENTO (TOTAL) - '
                   WS-LIN-RES-VENCTO-VL
           DISPLAY '***************************************************'

           .
