      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO DE ENVELHECIMENTO DAS CONTESTACOES DE
      *              DEBITO EM ABERTO, POR AGENCIA, COM O PRAZO
      *              REGULATORIO DE RESPOSTA DE CADA CASO.
      *              ARQUIVO DE ENTRADA : FINDISP  - CASOS DE
      *                                              CONTESTACAO
      *                                              (FINDSMNT)
      *              ARQUIVO DE SAIDA   : FINDSREL - RELATORIO (LINHAS
      *                                              DE 132)
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101). Percorre os casos pela
      * chave alternativa (conta), o que os agrupa por agencia, e lista
      * os que estao em andamento ('A' aberto ou 'P' com credito
      * provisorio): dias em aberto (desde a abertura), dias ate o
      * prazo gravado na abertura (negativo = prazo vencido) e a
      * situacao do prazo:
      *   VENCIDO     - prazo anterior a data de processamento;
      *   VENCE HOJE  - prazo igual a data de processamento;
      *   A VENCER    - prazo nos proximos WS-DIAS-ALERTA dias
      *                 corridos.
      * Subtotal por agencia (casos, vencidos, valor contestado e
      * credito provisorio concedido) e, no total geral, a distribuicao
      * dos casos por faixa de dias em aberto.
      * Sem FINDISP.dat (nenhum caso aberto ainda) o relatorio sai
      * vazio.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB228.
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
      *    CASOS DE CONTESTACAO - PELA CONTA (CHAVE ALTERNATIVA)
      *    MESMA DEFINICAO USADA PELO FINDSMNT (VER FD FINDISP, LA).
           SELECT FINDISP  ASSIGN TO 'FINDISP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINDISP-NR-CASO
                  ALTERNATE RECORD KEY IS FINDISP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINDISP.
      *    RELATORIO DE ENVELHECIMENTO DAS CONTESTACOES
           SELECT FINDSREL ASSIGN TO 'FINDSREL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINDSREL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINDISP
           RECORD CONTAINS 200 CHARACTERS.

       01  REG-FINDISP.
           03  FINDISP-NR-CASO           PIC  9(007).
           03  FINDISP-CONTA.
               05  FINDISP-NR-AGEN       PIC  9(004).
               05  FINDISP-NR-CC         PIC  X(011).
               05  FINDISP-COD-SUBCONTA  PIC  X(002).
           03  FINDISP-DT-MOVIMENTO      PIC  9(008).
           03  FINDISP-NR-SEQ-MOV        PIC  9(007).
           03  FINDISP-ID-TRAN-MOV       PIC  9(010).
           03  FINDISP-VL-MOVIMENTO      PIC  9(009)V99.
           03  FINDISP-IND-MOVIMENTO     PIC  X(001).
           03  FINDISP-COD-MOEDA         PIC  X(003).
           03  FINDISP-COD-MOTIVO        PIC  X(002).
           03  FINDISP-DESCRICAO         PIC  X(040).
           03  FINDISP-DT-ABERTURA       PIC  9(008).
           03  FINDISP-COD-OPER-ABERT    PIC  X(008).
           03  FINDISP-DT-PRAZO          PIC  9(008).
           03  FINDISP-VL-PROVISORIO     PIC  9(009)V99.
           03  FINDISP-DT-PROVISORIO     PIC  9(008).
           03  FINDISP-COD-SUPERV-PROV   PIC  X(008).
           03  FINDISP-DT-RESOLUCAO      PIC  9(008).
           03  FINDISP-COD-SUPERV-RESOL  PIC  X(008).
           03  FINDISP-STATUS            PIC  X(001).
              88  FINDISP-EM-ANDAMENTO          VALUE 'A' 'P'.
           03  FINDISP-IND-ESTORNO       PIC  X(001).
           03  FILLER                    PIC  X(025).
      *
       FD  FINDSREL
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINDSREL               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB228'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINDISP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINDSREL         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINDISP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINDISP                VALUE 'S'.
      *    ARQUIVO OPCIONAL: AUSENTE = NENHUM CASO
           05  WS-FINDISP-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINDISP-EXISTE             VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO E CALCULO DOS PRAZOS
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DIAS-EXECUCAO       PIC 9(007)  VALUE ZEROS.
           05  WS-DIAS-ABERTO         PIC S9(005) VALUE ZEROS.
           05  WS-DIAS-PRAZO          PIC S9(005) VALUE ZEROS.
      *    ANTECEDENCIA (DIAS CORRIDOS) DO AVISO 'A VENCER'
           05  WS-DIAS-ALERTA         PIC 9(003)  VALUE 003.
      *
      *    QUEBRA POR AGENCIA
           05  WS-AGEN-ATUAL          PIC 9(004)  VALUE ZEROS.
           05  WS-PRIMEIRA-AGEN-SW    PIC X(001)  VALUE 'S'.
              88  PRIMEIRA-AGENCIA           VALUE 'S'.
      *
      *    SUBTOTAIS DA AGENCIA
           05  WS-AGE-QTD-CASOS       PIC 9(007)  VALUE ZEROS.
           05  WS-AGE-QTD-VENCIDOS    PIC 9(007)  VALUE ZEROS.
           05  WS-AGE-VL-CONTESTADO   PIC 9(013)V99 VALUE ZEROS.
           05  WS-AGE-VL-PROVISORIO   PIC 9(013)V99 VALUE ZEROS.
      *
      *    TOTAIS GERAIS
           05  WS-TOT-QTD-CASOS       PIC 9(007)  VALUE ZEROS.
           05  WS-TOT-QTD-VENCIDOS    PIC 9(007)  VALUE ZEROS.
           05  WS-TOT-QTD-VENCE-HOJE  PIC 9(007)  VALUE ZEROS.
           05  WS-TOT-QTD-A-VENCER    PIC 9(007)  VALUE ZEROS.
           05  WS-TOT-VL-CONTESTADO   PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-PROVISORIO   PIC 9(013)V99 VALUE ZEROS.
      *
      *    DISTRIBUICAO POR DIAS EM ABERTO
           05  WS-QTD-FAIXA-05        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-FAIXA-10        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-FAIXA-30        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-FAIXA-MAIS      PIC 9(007)  VALUE ZEROS.
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
       01  WS-LINHA-CASO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-NR-CASO         PIC 9(007).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-NR-CC           PIC X(011).
           05  FILLER                 PIC X(001)  VALUE '-'.
           05  WS-LIN-SUBCONTA        PIC X(002).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-STATUS          PIC X(001).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MOTIVO          PIC X(002).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DT-MOVIMENTO    PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DT-ABERTURA     PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DT-PRAZO        PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIAS-ABERTO     PIC ZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIAS-PRAZO      PIC -ZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-VL-CONTESTADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-VL-PROVISORIO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-SIT-PRAZO       PIC X(010).
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           IF FINDISP-EXISTE
              PERFORM P1000-PROCESSA
           END-IF
           PERFORM P6000-IMPRIME-TOTAIS
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO
           COMPUTE WS-DIAS-EXECUCAO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)

           OPEN INPUT FINDISP
           EVALUATE WS-FS-FINDISP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINDISP-EXISTE-SW
                    DISPLAY 'FINDISP.dat AUSENTE - NENHUMA CONTESTACAO'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINDISP - FILE STATUS = '
                           WS-FS-FINDISP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINDSREL
           IF WS-FS-FINDSREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINDSREL - FILE STATUS = '
                     WS-FS-FINDSREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINDSREL
           STRING 'ENVELHECIMENTO DAS CONTESTACOES DE DEBITO EM ABERTO'
                  ' - DATA ' WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINDSREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Percorre os casos na ordem da conta (agencia+conta+subconta),
      * com quebra por agencia.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           MOVE 'N'        TO WS-FIM-FINDISP-SW
           MOVE LOW-VALUES TO FINDISP-CONTA
           START FINDISP KEY NOT LESS THAN FINDISP-CONTA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINDISP-SW
           END-START

           PERFORM UNTIL FIM-FINDISP
              READ FINDISP NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-FINDISP-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    IF FINDISP-EM-ANDAMENTO
                       PERFORM P2000-TRATA-CASO
                    END-IF
              END-READ
              IF WS-FS-FINDISP NOT EQUAL '00' AND '02' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINDISP - FILE STATUS = '
                        WS-FS-FINDISP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           IF NOT PRIMEIRA-AGENCIA
              PERFORM P4000-TOTAL-AGENCIA
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-TRATA-CASO SECTION.
      *-----------------------------------------------------------------

           IF PRIMEIRA-AGENCIA
              OR FINDISP-NR-AGEN NOT EQUAL WS-AGEN-ATUAL
              IF NOT PRIMEIRA-AGENCIA
                 PERFORM P4000-TOTAL-AGENCIA
              END-IF
              PERFORM P3000-CABECALHO-AGENCIA
           END-IF

           COMPUTE WS-DIAS-ABERTO = WS-DIAS-EXECUCAO
                 - FUNCTION INTEGER-OF-DATE(FINDISP-DT-ABERTURA)
           COMPUTE WS-DIAS-PRAZO =
                   FUNCTION INTEGER-OF-DATE(FINDISP-DT-PRAZO)
                 - WS-DIAS-EXECUCAO

           EVALUATE TRUE
               WHEN WS-DIAS-PRAZO < ZEROS
                    MOVE 'VENCIDO'    TO WS-LIN-SIT-PRAZO
                    ADD 1 TO WS-AGE-QTD-VENCIDOS
                    ADD 1 TO WS-TOT-QTD-VENCIDOS
               WHEN WS-DIAS-PRAZO EQUAL ZEROS
                    MOVE 'VENCE HOJE' TO WS-LIN-SIT-PRAZO
                    ADD 1 TO WS-TOT-QTD-VENCE-HOJE
               WHEN WS-DIAS-PRAZO NOT GREATER WS-DIAS-ALERTA
                    MOVE 'A VENCER'   TO WS-LIN-SIT-PRAZO
                    ADD 1 TO WS-TOT-QTD-A-VENCER
               WHEN OTHER
                    MOVE SPACES       TO WS-LIN-SIT-PRAZO
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-DIAS-ABERTO NOT GREATER 5
                    ADD 1 TO WS-QTD-FAIXA-05
               WHEN WS-DIAS-ABERTO NOT GREATER 10
                    ADD 1 TO WS-QTD-FAIXA-10
               WHEN WS-DIAS-ABERTO NOT GREATER 30
                    ADD 1 TO WS-QTD-FAIXA-30
               WHEN OTHER
                    ADD 1 TO WS-QTD-FAIXA-MAIS
           END-EVALUATE

           ADD 1                     TO WS-AGE-QTD-CASOS
           ADD FINDISP-VL-MOVIMENTO  TO WS-AGE-VL-CONTESTADO
           ADD FINDISP-VL-PROVISORIO TO WS-AGE-VL-PROVISORIO

           MOVE FINDISP-NR-CASO       TO WS-LIN-NR-CASO
           MOVE FINDISP-NR-CC         TO WS-LIN-NR-CC
           MOVE FINDISP-COD-SUBCONTA  TO WS-LIN-SUBCONTA
           MOVE FINDISP-STATUS        TO WS-LIN-STATUS
           MOVE FINDISP-COD-MOTIVO    TO WS-LIN-MOTIVO
           MOVE FINDISP-DT-MOVIMENTO  TO WS-LIN-DT-MOVIMENTO
           MOVE FINDISP-DT-ABERTURA   TO WS-LIN-DT-ABERTURA
           MOVE FINDISP-DT-PRAZO      TO WS-LIN-DT-PRAZO
           MOVE WS-DIAS-ABERTO        TO WS-LIN-DIAS-ABERTO
           MOVE WS-DIAS-PRAZO         TO WS-LIN-DIAS-PRAZO
           MOVE FINDISP-VL-MOVIMENTO  TO WS-LIN-VL-CONTESTADO
           MOVE FINDISP-VL-PROVISORIO TO WS-LIN-VL-PROVISORIO
           MOVE WS-LINHA-CASO         TO REG-FINDSREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P3000-CABECALHO-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE 'N'             TO WS-PRIMEIRA-AGEN-SW
           MOVE FINDISP-NR-AGEN TO WS-AGEN-ATUAL
           MOVE ZEROS           TO WS-AGE-QTD-CASOS
                                   WS-AGE-QTD-VENCIDOS
                                   WS-AGE-VL-CONTESTADO
                                   WS-AGE-VL-PROVISORIO

           MOVE SPACES TO REG-FINDSREL
           STRING 'AGENCIA ' WS-AGEN-ATUAL
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINDSREL
           STRING '   CASO     CONTA          SC  S  MT  MOVIMENTO '
                  'ABERTURA  PRAZO     ABERTO  PRAZO'
                  '          CONTESTADO          PROVISORIO  SITUACAO'
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P4000-TOTAL-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE WS-AGE-QTD-CASOS     TO WS-QTD-EDITADA
           MOVE WS-AGE-VL-CONTESTADO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINDSREL
           STRING '   TOTAL DA AGENCIA ' WS-AGEN-ATUAL
                  ' - CASOS: ' WS-QTD-EDITADA
                  '   CONTESTADO: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-AGE-QTD-VENCIDOS  TO WS-QTD-EDITADA
           MOVE WS-AGE-VL-PROVISORIO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINDSREL
           STRING '                             VENCIDOS: '
                  WS-QTD-EDITADA
                  '   PROVISORIO: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           ADD WS-AGE-QTD-CASOS     TO WS-TOT-QTD-CASOS
           ADD WS-AGE-VL-CONTESTADO TO WS-TOT-VL-CONTESTADO
           ADD WS-AGE-VL-PROVISORIO TO WS-TOT-VL-PROVISORIO

           MOVE WS-LINHA-SEPARADOR TO REG-FINDSREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-TOTAIS SECTION.
      * Total geral, situacao dos prazos e distribuicao por dias em
      * aberto.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-TOTAIS' TO WS-NOM-PARAGRAFO

           MOVE WS-TOT-QTD-CASOS     TO WS-QTD-EDITADA
           MOVE WS-TOT-VL-CONTESTADO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINDSREL
           STRING 'TOTAL GERAL EM ABERTO         : ' WS-QTD-EDITADA
                  '   CONTESTADO: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-VL-PROVISORIO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINDSREL
           STRING '                                           '
                  '   PROVISORIO: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-QTD-VENCIDOS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING 'PRAZO VENCIDO                 : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-QTD-VENCE-HOJE TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING 'PRAZO VENCE HOJE              : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-QTD-A-VENCER TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING 'PRAZO A VENCER EM ATE ' WS-DIAS-ALERTA
                  ' DIAS  : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-LINHA-SEPARADOR TO REG-FINDSREL
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINDSREL
           STRING 'CASOS POR DIAS EM ABERTO'
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-FAIXA-05 TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING '   ATE 5 DIAS                 : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-FAIXA-10 TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING '   DE 6 A 10 DIAS             : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-FAIXA-30 TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING '   DE 11 A 30 DIAS            : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-FAIXA-MAIS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINDSREL
           STRING '   MAIS DE 30 DIAS            : ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINDSREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINDSREL    END-WRITE

           IF WS-FS-FINDSREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINDSREL - FILE STATUS = '
                     WS-FS-FINDSREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB228 - TERMINO COM ERRO'
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

           IF FINDISP-EXISTE
              CLOSE FINDISP
           END-IF
           CLOSE FINDSREL

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB228 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'CASOS LIDOS        - ' WS-QTD-LIDOS
           DISPLAY 'CASOS EM ABERTO    - ' WS-TOT-QTD-CASOS
           DISPLAY 'PRAZO VENCIDO      - ' WS-TOT-QTD-VENCIDOS
           DISPLAY '***************************************************'

           .
