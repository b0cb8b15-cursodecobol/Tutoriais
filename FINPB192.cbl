      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : LIBERACAO DIARIA DOS CREDITOS EM FLOAT: MARCA COMO
      *              LIBERADOS OS CREDITOS CUJO PRAZO DE COMPENSACAO
      *              VENCEU E LISTA AS LIBERACOES DO DIA E O TOTAL
      *              AINDA BLOQUEADO.
      *              ARQUIVO DE E/S     : FINFLOAT - CREDITOS EM FLOAT
      *                                              (FINPB100)
      *              ARQUIVO DE SAIDA   : FINFLTR  - RELATORIO (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101), logo depois do FINPB100,
      * que registra em FINFLOAT.dat cada credito postado com prazo de
      * compensacao (FINFLTP) e a data a partir da qual ele pode ser
      * usado. Para cada registro de FINFLOAT:
      * - PENDENTE com data de liberacao ate a data de processamento:
      *   passa a LIBERADO, com a data de processamento, e e listado;
      * - LIBERADO na propria data de processamento (reexecucao): e
      *   listado de novo, sem alteracao;
      * - LIBERADO em data anterior: ja foi listado no seu dia e e
      *   excluido do arquivo;
      * - PENDENTE com data de liberacao futura: soma no total ainda
      *   bloqueado.
      * O FINPB100 ja deixa de considerar bloqueado o credito cuja data
      * de liberacao chegou, de modo que esta marcacao serve ao
      * relatorio e a limpeza do arquivo, e nao a decisao dos debitos.
      * Sem FINFLOAT.dat (nenhum credito em float), o relatorio sai
      * apenas com o cabecalho e os totais zerados.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB192.
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
      *    CREDITOS EM FLOAT - ATUALIZACAO (READ NEXT/REWRITE/DELETE)
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINFLOAT, LA).
           SELECT FINFLOAT ASSIGN TO 'FINFLOAT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINFLOAT-CHAVE
                  FILE STATUS IS WS-FS-FINFLOAT.
      *    RELATORIO - SAIDA (WRITE)
           SELECT FINFLTR  ASSIGN TO 'FINFLTR.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINFLTR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINFLOAT
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINFLOAT.
           03  FINFLOAT-CHAVE.
               05  FINFLOAT-CHAVE-CONTA.
                   07  FINFLOAT-NR-AGEN  PIC  9(004).
                   07  FINFLOAT-NR-CC    PIC  X(011).
                   07  FINFLOAT-COD-SUBCONTA PIC X(002).
               05  FINFLOAT-ID-TRAN      PIC  9(010).
           03  FINFLOAT-VL-TRAN          PIC  9(009)V99.
           03  FINFLOAT-ORIGEM           PIC  X(002).
           03  FINFLOAT-DT-CREDITO       PIC  9(008).
           03  FINFLOAT-DT-LIBERACAO     PIC  9(008).
      *    'P'=PENDENTE  'L'=LIBERADO
           03  FINFLOAT-STATUS           PIC  X(001).
              88  FINFLOAT-PENDENTE             VALUE 'P'.
              88  FINFLOAT-LIBERADO             VALUE 'L'.
           03  FINFLOAT-DT-LIBERADO      PIC  9(008).
           03  FILLER                    PIC  X(015).
      *
       FD  FINFLTR
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINFLTR                PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB192'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINFLOAT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINFLTR          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-LIBERADOS       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-PENDENTES       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-EXCLUIDOS       PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINFLOAT-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINFLOAT               VALUE 'S'.
      *    ARQUIVO OPCIONAL: AUSENTE = NENHUM CREDITO EM FLOAT
           05  WS-FINFLOAT-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINFLOAT-EXISTE            VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
      *    TOTAIS
           05  WS-TOT-VL-LIBERADO     PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-PENDENTE     PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-QTD-EDITADA         PIC ZZZ.ZZZ.ZZ9.
           05  WS-VL-EDITADO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-LIBERACAO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-LIB-NR-AGEN     PIC 9(004).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LIB-NR-CC       PIC X(011).
           05  FILLER                 PIC X(001)  VALUE '-'.
           05  WS-LIN-LIB-SUBCONTA    PIC X(002).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LIB-ID-TRAN     PIC 9(010).
           05  FILLER                 PIC X(004)  VALUE SPACES.
           05  WS-LIN-LIB-ORIGEM      PIC X(002).
           05  FILLER                 PIC X(004)  VALUE SPACES.
           05  WS-LIN-LIB-DT-CREDITO  PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LIB-DT-LIBERACAO PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LIB-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-LIBERA-CREDITOS
           PERFORM P6000-IMPRIME-TOTAIS
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN I-O FINFLOAT
           EVALUATE WS-FS-FINFLOAT
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINFLOAT-EXISTE-SW
                    DISPLAY 'FINFLOAT.dat AUSENTE - NENHUM CREDITO '
                            'EM FLOAT'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINFLOAT - FILE STATUS = '
                           WS-FS-FINFLOAT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINFLTR
           IF WS-FS-FINFLTR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINFLTR - FILE STATUS = '
                     WS-FS-FINFLTR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-LIBERA-CREDITOS SECTION.
      * Percorre FINFLOAT na ordem da chave (conta + transacao) e trata
      * cada credito conforme a situacao e as datas.
      *-----------------------------------------------------------------

           MOVE 'P1000-LIBERA-CREDITOS' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINFLTR
           STRING 'LIBERACAO DE CREDITOS EM FLOAT - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINFLTR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINFLTR
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINFLTR
           STRING '   AGEN  CONTA          SC  TRANSACAO   ORIGEM'
                  '  CREDITO   LIBERACAO              VALOR'
                  DELIMITED BY SIZE  INTO REG-FINFLTR
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           IF NOT FINFLOAT-EXISTE
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-FINFLOAT
              READ FINFLOAT NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-FINFLOAT-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P1500-TRATA-CREDITO
              END-READ
              IF WS-FS-FINFLOAT NOT EQUAL '00' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINFLOAT - FILE STATUS = '
                        WS-FS-FINFLOAT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-TRATA-CREDITO SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FINFLOAT-PENDENTE
                AND FINFLOAT-DT-LIBERACAO NOT GREATER WS-DATA-EXECUCAO
                    MOVE 'L'              TO FINFLOAT-STATUS
                    MOVE WS-DATA-EXECUCAO TO FINFLOAT-DT-LIBERADO
                    REWRITE REG-FINFLOAT
                    IF WS-FS-FINFLOAT NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - REWRITE FINFLOAT - FILE STATUS = '
                              WS-FS-FINFLOAT
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    PERFORM P1600-LISTA-LIBERACAO
               WHEN FINFLOAT-LIBERADO
                AND FINFLOAT-DT-LIBERADO EQUAL WS-DATA-EXECUCAO
                    PERFORM P1600-LISTA-LIBERACAO
               WHEN FINFLOAT-LIBERADO
                    DELETE FINFLOAT RECORD
                    IF WS-FS-FINFLOAT NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - DELETE FINFLOAT - FILE STATUS = '
                              WS-FS-FINFLOAT
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-EXCLUIDOS
               WHEN OTHER
                    ADD 1                TO WS-QTD-PENDENTES
                    ADD FINFLOAT-VL-TRAN TO WS-TOT-VL-PENDENTE
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P1600-LISTA-LIBERACAO SECTION.
      *-----------------------------------------------------------------

           ADD 1                TO WS-QTD-LIBERADOS
           ADD FINFLOAT-VL-TRAN TO WS-TOT-VL-LIBERADO

           MOVE FINFLOAT-NR-AGEN      TO WS-LIN-LIB-NR-AGEN
           MOVE FINFLOAT-NR-CC        TO WS-LIN-LIB-NR-CC
           MOVE FINFLOAT-COD-SUBCONTA TO WS-LIN-LIB-SUBCONTA
           MOVE FINFLOAT-ID-TRAN      TO WS-LIN-LIB-ID-TRAN
           MOVE FINFLOAT-ORIGEM       TO WS-LIN-LIB-ORIGEM
           MOVE FINFLOAT-DT-CREDITO   TO WS-LIN-LIB-DT-CREDITO
           MOVE FINFLOAT-DT-LIBERACAO TO WS-LIN-LIB-DT-LIBERACAO
           MOVE FINFLOAT-VL-TRAN      TO WS-LIN-LIB-VALOR
           MOVE WS-LINHA-LIBERACAO    TO REG-FINFLTR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-TOTAIS SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-TOTAIS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINFLTR
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-LIBERADOS   TO WS-QTD-EDITADA
           MOVE WS-TOT-VL-LIBERADO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINFLTR
           STRING 'CREDITOS LIBERADOS NO DIA     : ' WS-QTD-EDITADA
                  '   VALOR: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINFLTR
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-PENDENTES   TO WS-QTD-EDITADA
           MOVE WS-TOT-VL-PENDENTE TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINFLTR
           STRING 'CREDITOS AINDA EM FLOAT       : ' WS-QTD-EDITADA
                  '   VALOR: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINFLTR
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINFLTR     END-WRITE

           IF WS-FS-FINFLTR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFLTR - FILE STATUS = '
                     WS-FS-FINFLTR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB192 - TERMINO COM ERRO'
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

           IF FINFLOAT-EXISTE
              CLOSE FINFLOAT
           END-IF
           CLOSE FINFLTR

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB192 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD CREDITOS LIDOS          - ' WS-QTD-LIDOS
           DISPLAY 'QTD CREDITOS LIBERADOS      - ' WS-QTD-LIBERADOS
           DISPLAY 'QTD CREDITOS AINDA EM FLOAT - ' WS-QTD-PENDENTES
           DISPLAY 'QTD REGISTROS EXCLUIDOS     - ' WS-QTD-EXCLUIDOS
           DISPLAY '***************************************************'

           .
