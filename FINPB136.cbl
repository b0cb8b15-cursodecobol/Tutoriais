      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO MENSAL DE RECOLHIMENTO DO IR RETIDO NA
      *              FONTE, TOTALIZADO POR CODIGO DE RECEITA, PARA O
      *              DEPARTAMENTO FISCAL PAGAR O IMPOSTO DO MES.
      *              ARQUIVO DE ENTRADA : FINIRRF  - RETENCOES DE IR
      *                                             (GRAVADO PELO
      *                                             FINPB130/FINPB132/
      *                                             FINCDMNT)
      *              ARQUIVO DE SAIDA   : FINIRREC - RELATORIO (LINHAS
      *                                             IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Seleciona de FINIRRF.dat as retencoes com data dentro do mes
      * da data de processamento (SRDATPRC), classifica por CODIGO DE
      * RECEITA + DATA + ID-TRAN do debito do IR e imprime:
      * - uma linha por retencao (data, conta, produto, ID-TRAN do
      *   credito que a originou, ID-TRAN do debito do IR, dias do
      *   prazo, base, aliquota e imposto);
      * - subtotal por codigo de receita (quantidade, base e imposto);
      * - resumo final com o valor a recolher de cada codigo e o total
      *   geral do mes.
      * Executado como ultimo passo do fechamento mensal (FINPB104),
      * depois dos juros do FINPB130; pode ser reexecutado avulso a
      * qualquer momento (o relatorio e regerado inteiro). Registro
      * ausente = relatorio sem retencoes.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB136.
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
      *    RETENCOES DE IR NA FONTE - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB130 (VER FD FINIRRF, LA).
           SELECT FINIRRF  ASSIGN TO 'FINIRRF.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINIRRF-CHAVE
                  FILE STATUS IS WS-FS-FINIRRF.
      *    ARQUIVO DE TRABALHO DO SORT - RECEITA + DATA + ID-TRAN
           SELECT SD-RECOLHE ASSIGN TO 'FINIRREC.wrk'.
      *    RETENCOES DO MES JA CLASSIFICADAS
           SELECT FINIRREC-ORD ASSIGN TO 'FINIRREC.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINIRREC-ORD.
      *    RELATORIO - SAIDA (WRITE)
           SELECT FINIRREC ASSIGN TO 'FINIRREC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINIRREC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
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
       SD  SD-RECOLHE
           RECORD CONTAINS 096 CHARACTERS.

       01  REG-SD-RECOLHE.
           03  SD-REC-COD-RECEITA     PIC  X(004).
           03  SD-REC-DT-RETENCAO     PIC  9(008).
           03  SD-REC-ID-TRAN-IR      PIC  9(010).
           03  SD-REC-ID-TRAN-CRED    PIC  9(010).
           03  SD-REC-CONTA           PIC  X(017).
           03  SD-REC-TIPO-PRODUTO    PIC  X(001).
           03  SD-REC-PRAZO-DIAS      PIC  9(005).
           03  SD-REC-VL-BASE         PIC  9(009)V99.
           03  SD-REC-ALIQUOTA        PIC  9(003)V99.
           03  SD-REC-VL-IR           PIC  9(009)V99.
           03  SD-REC-COD-MOEDA       PIC  X(003).
           03  SD-REC-PROGRAMA        PIC  X(008).
           03  FILLER                 PIC  X(003).
      *
       FD  FINIRREC-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 096 CHARACTERS.

       01  REG-FINIRREC-ORD.
           03  ORD-COD-RECEITA        PIC  X(004).
           03  ORD-DT-RETENCAO        PIC  9(008).
           03  ORD-ID-TRAN-IR         PIC  9(010).
           03  ORD-ID-TRAN-CRED       PIC  9(010).
           03  ORD-CONTA              PIC  X(017).
           03  ORD-TIPO-PRODUTO       PIC  X(001).
           03  ORD-PRAZO-DIAS         PIC  9(005).
           03  ORD-VL-BASE            PIC  9(009)V99.
           03  ORD-ALIQUOTA           PIC  9(003)V99.
           03  ORD-VL-IR              PIC  9(009)V99.
           03  ORD-COD-MOEDA          PIC  X(003).
           03  ORD-PROGRAMA           PIC  X(008).
           03  FILLER                 PIC  X(003).
      *
       FD  FINIRREC
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-FINIRREC               PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB136'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINIRRF          PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRREC-ORD     PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRREC         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDAS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-MES             PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINIRRF-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINIRRF                VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
               10  WS-ANOMES-EXECUCAO PIC 9(006).
               10  FILLER             PIC 9(002).
      *
      *    CODIGO DE RECEITA CORRENTE DO CONTROL BREAK
           05  WS-RECEITA-CORRENTE    PIC X(004)  VALUE SPACES.
           05  WS-RECEITA-ABERTA-SW   PIC X(001)  VALUE 'N'.
              88  RECEITA-ABERTA             VALUE 'S'.
           05  WS-SUB-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-SUB-VL-BASE         PIC 9(013)V99 VALUE ZEROS.
           05  WS-SUB-VL-IR           PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-TOT-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-TOT-VL-BASE         PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-IR           PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    TOTAIS POR CODIGO DE RECEITA PARA O RESUMO
       01  WS-TAB-RECEITAS.
           05  WS-QTD-RECEITAS        PIC 9(003)  VALUE ZEROS.
           05  WS-RECEITA OCCURS 50 TIMES
                          INDEXED BY WS-IDX-REC.
               10  WS-RC-COD-RECEITA  PIC X(004).
               10  WS-RC-QTD          PIC 9(007).
               10  WS-RC-VL-BASE      PIC 9(013)V99.
               10  WS-RC-VL-IR        PIC 9(013)V99.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-RECEITA.
           05  FILLER                 PIC X(019)
                                      VALUE 'CODIGO DE RECEITA: '.
           05  WS-LIN-RC-COD          PIC X(004).
      *
       01  WS-LINHA-DETALHE.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-DATA        PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-CONTA       PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-PRODUTO     PIC X(001).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-ID-CRED     PIC 9(010).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-ID-IR       PIC 9(010).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-DIAS        PIC ZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-BASE        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-ALIQUOTA    PIC ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-IR          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-MOEDA       PIC X(003).
      *
       01  WS-LINHA-SUBTOTAL.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  FILLER                 PIC X(010)  VALUE 'SUBTOTAL '.
           05  WS-LIN-SUB-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(012)  VALUE ' RETENCOES  '.
           05  FILLER                 PIC X(027)  VALUE SPACES.
           05  WS-LIN-SUB-BASE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(007)  VALUE SPACES.
           05  WS-LIN-SUB-IR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-RESUMO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RES-DESC        PIC X(030).
           05  WS-LIN-RES-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RES-BASE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RES-IR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SEPARADOR        PIC X(120)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-RETENCOES
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

           OPEN OUTPUT FINIRREC
           IF WS-FS-FINIRREC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINIRREC - FILE STATUS = '
                     WS-FS-FINIRREC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-RETENCOES SECTION.
      * Classifica por RECEITA + DATA + ID-TRAN DO IR as retencoes do
      * mes, selecionadas pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-RETENCOES' TO WS-NOM-PARAGRAFO

           SORT SD-RECOLHE
                ON ASCENDING KEY SD-REC-COD-RECEITA
                                 SD-REC-DT-RETENCAO
                                 SD-REC-ID-TRAN-IR
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING FINIRREC-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DAS RETENCOES - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      * Le FINIRRF e libera para o SORT as retencoes do mes da data de
      * processamento. Registro ausente = relatorio vazio.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINIRRF
           EVALUATE WS-FS-FINIRRF
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINIRRF - FILE STATUS = '
                           WS-FS-FINIRRF
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINIRRF
              READ FINIRRF
                 AT END
                    MOVE 'S' TO WS-FIM-FINIRRF-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDAS
                    IF FINIRRF-DT-RETENCAO(1:6) EQUAL
                       WS-ANOMES-EXECUCAO
                       PERFORM P2000-LIBERA-RETENCAO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINIRRF

           .

      *-----------------------------------------------------------------
       P2000-LIBERA-RETENCAO SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WS-QTD-MES

           MOVE FINIRRF-COD-RECEITA   TO SD-REC-COD-RECEITA
           MOVE FINIRRF-DT-RETENCAO   TO SD-REC-DT-RETENCAO
           MOVE FINIRRF-ID-TRAN-IR    TO SD-REC-ID-TRAN-IR
           MOVE FINIRRF-ID-TRAN-CRED  TO SD-REC-ID-TRAN-CRED
           MOVE FINIRRF-CONTA         TO SD-REC-CONTA
           MOVE FINIRRF-TIPO-PRODUTO  TO SD-REC-TIPO-PRODUTO
           MOVE FINIRRF-PRAZO-DIAS    TO SD-REC-PRAZO-DIAS
           MOVE FINIRRF-VL-BASE       TO SD-REC-VL-BASE
           MOVE FINIRRF-ALIQUOTA      TO SD-REC-ALIQUOTA
           MOVE FINIRRF-VL-IR         TO SD-REC-VL-IR
           MOVE FINIRRF-COD-MOEDA     TO SD-REC-COD-MOEDA
           MOVE FINIRRF-PROGRAMA      TO SD-REC-PROGRAMA

           RELEASE REG-SD-RECOLHE

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-RELATORIO SECTION.
      * Le as retencoes classificadas e imprime por quebra de codigo
      * de receita.
      *-----------------------------------------------------------------

           MOVE 'P5000-IMPRIME-RELATORIO' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINIRREC
           STRING 'RECOLHIMENTO DE IR RETIDO NA FONTE - MES '
                  WS-ANOMES-EXECUCAO
                  ' - DATA ' WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINIRREC
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINIRREC
           STRING '   DATA      CONTA              P  ID CREDITO  '
                  'ID IR         DIAS            BASE  ALIQ %'
                  '         IMPOSTO'
                  DELIMITED BY SIZE  INTO REG-FINIRREC
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINIRREC-ORD
           IF WS-FS-FINIRREC-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINIRREC.ord - FILE STATUS = '
                     WS-FS-FINIRREC-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ FINIRREC-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    PERFORM P5500-TRATA-RETENCAO
              END-READ
           END-PERFORM

           IF RECEITA-ABERTA
              PERFORM P5800-FECHA-RECEITA
           END-IF

           CLOSE FINIRREC-ORD

           .

      *-----------------------------------------------------------------
       P5500-TRATA-RETENCAO SECTION.
      *-----------------------------------------------------------------

           IF RECEITA-ABERTA
              AND ORD-COD-RECEITA NOT EQUAL WS-RECEITA-CORRENTE
              PERFORM P5800-FECHA-RECEITA
           END-IF

           IF NOT RECEITA-ABERTA
              MOVE ORD-COD-RECEITA TO WS-RECEITA-CORRENTE
              MOVE 'S'             TO WS-RECEITA-ABERTA-SW
              MOVE ZEROS           TO WS-SUB-QTD
                                      WS-SUB-VL-BASE
                                      WS-SUB-VL-IR
              MOVE WS-LINHA-SEPARADOR TO REG-FINIRREC
              PERFORM P7000-GRAVA-LINHA
              MOVE ORD-COD-RECEITA TO WS-LIN-RC-COD
              MOVE WS-LINHA-RECEITA TO REG-FINIRREC
              PERFORM P7000-GRAVA-LINHA
           END-IF

           ADD 1            TO WS-SUB-QTD
           ADD ORD-VL-BASE  TO WS-SUB-VL-BASE
           ADD ORD-VL-IR    TO WS-SUB-VL-IR

           MOVE ORD-DT-RETENCAO    TO WS-LIN-DET-DATA
           MOVE ORD-CONTA          TO WS-LIN-DET-CONTA
           MOVE ORD-TIPO-PRODUTO   TO WS-LIN-DET-PRODUTO
           MOVE ORD-ID-TRAN-CRED   TO WS-LIN-DET-ID-CRED
           MOVE ORD-ID-TRAN-IR     TO WS-LIN-DET-ID-IR
           MOVE ORD-PRAZO-DIAS     TO WS-LIN-DET-DIAS
           MOVE ORD-VL-BASE        TO WS-LIN-DET-BASE
           MOVE ORD-ALIQUOTA       TO WS-LIN-DET-ALIQUOTA
           MOVE ORD-VL-IR          TO WS-LIN-DET-IR
           MOVE ORD-COD-MOEDA      TO WS-LIN-DET-MOEDA
           MOVE WS-LINHA-DETALHE TO REG-FINIRREC
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P5800-FECHA-RECEITA SECTION.
      * Subtotal do codigo de receita e guarda para o resumo final.
      *-----------------------------------------------------------------

           MOVE 'P5800-FECHA-RECEITA' TO WS-NOM-PARAGRAFO

           MOVE WS-SUB-QTD      TO WS-LIN-SUB-QTD
           MOVE WS-SUB-VL-BASE  TO WS-LIN-SUB-BASE
           MOVE WS-SUB-VL-IR    TO WS-LIN-SUB-IR
           MOVE WS-LINHA-SUBTOTAL TO REG-FINIRREC
           PERFORM P7000-GRAVA-LINHA

           IF WS-QTD-RECEITAS NOT < 50
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - MAIS DE 50 CODIGOS DE RECEITA NO MES'
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-RECEITAS
           SET WS-IDX-REC TO WS-QTD-RECEITAS
           MOVE WS-RECEITA-CORRENTE TO WS-RC-COD-RECEITA(WS-IDX-REC)
           MOVE WS-SUB-QTD          TO WS-RC-QTD(WS-IDX-REC)
           MOVE WS-SUB-VL-BASE      TO WS-RC-VL-BASE(WS-IDX-REC)
           MOVE WS-SUB-VL-IR        TO WS-RC-VL-IR(WS-IDX-REC)

           ADD WS-SUB-QTD      TO WS-TOT-QTD
           ADD WS-SUB-VL-BASE  TO WS-TOT-VL-BASE
           ADD WS-SUB-VL-IR    TO WS-TOT-VL-IR

           MOVE 'N' TO WS-RECEITA-ABERTA-SW

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-RESUMO SECTION.
      * Resumo do mes: valor a recolher por codigo de receita e total.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-RESUMO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINIRREC
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINIRREC
           STRING 'A RECOLHER POR CODIGO DE RECEITA     QTD'
                  '              BASE       IR A RECOLHER'
                  DELIMITED BY SIZE  INTO REG-FINIRREC
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                     UNTIL WS-IDX-REC > WS-QTD-RECEITAS
              MOVE SPACES TO WS-LIN-RES-DESC
              STRING 'RECEITA ' WS-RC-COD-RECEITA(WS-IDX-REC)
                     DELIMITED BY SIZE  INTO WS-LIN-RES-DESC
              END-STRING
              MOVE WS-RC-QTD(WS-IDX-REC)      TO WS-LIN-RES-QTD
              MOVE WS-RC-VL-BASE(WS-IDX-REC)  TO WS-LIN-RES-BASE
              MOVE WS-RC-VL-IR(WS-IDX-REC)    TO WS-LIN-RES-IR
              MOVE WS-LINHA-RESUMO TO REG-FINIRREC
              PERFORM P7000-GRAVA-LINHA
           END-PERFORM

           MOVE 'TOTAL GERAL DO MES' TO WS-LIN-RES-DESC
           MOVE WS-TOT-QTD           TO WS-LIN-RES-QTD
           MOVE WS-TOT-VL-BASE       TO WS-LIN-RES-BASE
           MOVE WS-TOT-VL-IR         TO WS-LIN-RES-IR
           MOVE WS-LINHA-RESUMO TO REG-FINIRREC
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINIRREC    END-WRITE

           IF WS-FS-FINIRREC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINIRREC - FILE STATUS = '
                     WS-FS-FINIRREC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB136 - TERMINO COM ERRO'
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

           CLOSE FINIRREC

           MOVE WS-TOT-VL-IR TO WS-LIN-RES-IR

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB136 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD RETENCOES LIDAS         - ' WS-QTD-LIDAS
           DISPLAY 'QTD RETENCOES DO MES        - ' WS-QTD-MES
           DISPLAY 'QTD CODIGOS DE RECEITA      - ' WS-QTD-RECEITAS
           DISPLAY 'IR A RECOLHER (TOTAL)       - ' WS-LIN-RES-IR
           DISPLAY '***************************************************'

           .
