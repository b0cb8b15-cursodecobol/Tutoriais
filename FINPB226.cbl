      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : GERAR NO FINTRAN DO CICLO O DEBITO DOS PAGAMENTOS
      *              DE BOLETO AGENDADOS PARA A DATA DE PROCESSAMENTO.
      *              ARQUIVO DE E/S     : FINBOLP  - PAGAMENTOS DE
      *                                              BOLETO (FINBLMNT)
      *              ARQUIVO DE SAIDA   : FINTRAN  - TRANSACOES DO
      *                                              CICLO (EXTEND)
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101), antes da ordenacao do
      * FINTRAN. Cada pagamento AGENDADO ('A') com data agendada ate a
      * data de processamento gera o 'D' na conta pagadora, pelo total
      * (documento + multa + juros calculados no agendamento), com
      * ID-TRAN 9.850.000.000 + NUMERO DO PAGAMENTO - o mesmo que o
      * FINBLMNT usa no pagamento do dia - e passa a 'D' (debito
      * gerado) com a data do debito. Se o saldo nao cobrir, o FINPB100
      * rejeita o debito e o FINPB227 marca o pagamento como recusado.
      * Sem FINBOLP.dat (nenhum boleto pago ainda) nao ha o que gerar;
      * o job termina normalmente.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB226.
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
      *    PAGAMENTOS DE BOLETO - LEITURA SEQUENCIAL (READ/REWRITE)
      *    MESMA DEFINICAO USADA PELO FINBLMNT (VER FD FINBOLP, LA).
           SELECT FINBOLP  ASSIGN TO 'FINBOLP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINBOLP-NR-PAGAMENTO
                  ALTERNATE RECORD KEY IS FINBOLP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINBOLP.
      *    ARQUIVO TRANSACOES - DEBITOS AGENDADOS (WRITE, EXTEND)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINBOLP
           RECORD CONTAINS 180 CHARACTERS.

       01  REG-FINBOLP.
           03  FINBOLP-NR-PAGAMENTO      PIC  9(007).
           03  FINBOLP-CONTA             PIC  X(017).
           03  FINBOLP-COD-BARRAS.
               05  FINBOLP-BCO-BENEF     PIC  X(003).
               05  FINBOLP-CB-MOEDA      PIC  X(001).
               05  FINBOLP-CB-DV         PIC  X(001).
               05  FINBOLP-CB-FATOR      PIC  X(004).
               05  FINBOLP-CB-VALOR      PIC  X(010).
               05  FINBOLP-AGEN-BENEF    PIC  X(004).
               05  FINBOLP-CC-BENEF      PIC  X(011).
               05  FINBOLP-NOSSO-NUMERO  PIC  X(010).
           03  FINBOLP-DT-VENCIMENTO     PIC  9(008).
           03  FINBOLP-VL-DOCUMENTO      PIC  9(009)V99.
           03  FINBOLP-VL-MULTA          PIC  9(009)V99.
           03  FINBOLP-VL-JUROS          PIC  9(009)V99.
           03  FINBOLP-VL-TOTAL          PIC  9(009)V99.
           03  FINBOLP-DT-CADASTRO       PIC  9(008).
           03  FINBOLP-DT-AGENDADA       PIC  9(008).
           03  FINBOLP-DT-DEBITO         PIC  9(008).
           03  FINBOLP-DT-LIQUIDACAO     PIC  9(008).
           03  FINBOLP-STATUS            PIC  X(001).
              88  FINBOLP-AGENDADO              VALUE 'A'.
           03  FINBOLP-COD-OPER          PIC  X(008).
           03  FINBOLP-COD-MOEDA         PIC  X(003).
           03  FILLER                    PIC  X(016).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB226'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINBOLP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-AGENDADOS       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-DEBITADOS       PIC 9(009)  VALUE ZEROS.
           05  WS-VL-DEBITADO         PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINBOLP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINBOLP                VALUE 'S'.
      *    ARQUIVO OPCIONAL: AUSENTE = NENHUM PAGAMENTO AGENDADO
           05  WS-FINBOLP-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINBOLP-EXISTE             VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           IF FINBOLP-EXISTE
              PERFORM P1000-GERA-DEBITOS
           END-IF
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN I-O FINBOLP
           EVALUATE WS-FS-FINBOLP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINBOLP-EXISTE-SW
                    DISPLAY 'FINBOLP.dat AUSENTE - NENHUM PAGAMENTO '
                            'DE BOLETO'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINBOLP - FILE STATUS = '
                           WS-FS-FINBOLP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINBOLP-EXISTE
              OPEN EXTEND FINTRAN
              IF WS-FS-FINTRAN NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN EXTEND FINTRAN - FILE STATUS = '
                        WS-FS-FINTRAN
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-GERA-DEBITOS SECTION.
      * Percorre os pagamentos na ordem do numero e gera o debito dos
      * agendados que venceram.
      *-----------------------------------------------------------------

           MOVE 'P1000-GERA-DEBITOS' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINBOLP
              READ FINBOLP NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-FINBOLP-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    IF FINBOLP-AGENDADO
                       ADD 1 TO WS-QTD-AGENDADOS
                       IF FINBOLP-DT-AGENDADA
                          NOT GREATER WS-DATA-EXECUCAO
                          PERFORM P2000-GERA-DEBITO
                       END-IF
                    END-IF
              END-READ
              IF WS-FS-FINBOLP NOT EQUAL '00' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINBOLP - FILE STATUS = '
                        WS-FS-FINBOLP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-GERA-DEBITO SECTION.
      * Grava o 'D' do pagamento em FINTRAN e marca o debito gerado.
      *-----------------------------------------------------------------

           MOVE 'P2000-GERA-DEBITO' TO WS-NOM-PARAGRAFO

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINBOLP-CONTA         TO FINTRAN-CHAVE
           MOVE FINBOLP-VL-TOTAL      TO FINTRAN-VL-TRAN
           MOVE 'D'                   TO FINTRAN-IND-TRAN
           COMPUTE FINTRAN-ID-TRAN = 9850000000 + FINBOLP-NR-PAGAMENTO
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINBOLP-COD-MOEDA     TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'D'              TO FINBOLP-STATUS
           MOVE WS-DATA-EXECUCAO TO FINBOLP-DT-DEBITO
           REWRITE REG-FINBOLP
           IF WS-FS-FINBOLP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINBOLP - FILE STATUS = '
                     WS-FS-FINBOLP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1                TO WS-QTD-DEBITADOS
           ADD FINBOLP-VL-TOTAL TO WS-VL-DEBITADO

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB226 - TERMINO COM ERRO'
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

           IF FINBOLP-EXISTE
              CLOSE FINBOLP
                    FINTRAN
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB226 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD PAGAMENTOS LIDOS        - ' WS-QTD-LIDOS
           DISPLAY 'QTD AGENDADOS EM ABERTO     - ' WS-QTD-AGENDADOS
           DISPLAY 'QTD DEBITOS GERADOS         - ' WS-QTD-DEBITADOS
           DISPLAY 'VALOR DOS DEBITOS GERADOS   - ' WS-VL-DEBITADO
           DISPLAY '***************************************************'

           .
