      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : BAIXA DOS CHEQUES COMPENSADOS: MARCA COMO PAGAS AS
      *              FOLHAS DE CHEQUE CUJO DEBITO DA CAMARA FOI POSTADO
      *              NO CICLO.
      *              ARQUIVO DE ENTRADA : FINSLDA  - MOVIMENTOS
      *                                              APLICADOS NO DIA
      *                                              (FINPB100)
      *              ARQUIVO DE E/S     : FINCHEQ  - FOLHAS DE CHEQUE
      *                                              (FINCHMNT)
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101), logo depois do FINPB100.
      * O FINPB210 marca a folha como APRESENTADA ('A') com o ID-TRAN
      * que o debito da camara vai ter (8.900.000.000 + NSU); quando o
      * FINPB100 posta esse debito, ele aparece em FINSLDA.dat. Para
      * cada debito 'D' da faixa da camara em FINSLDA, a folha e lida
      * pelo ID-TRAN (chave alternativa de FINCHEQ) e, se estiver
      * APRESENTADA, passa a PAGA ('P') com a data de processamento e
      * o valor postado. Folha ja PAGA (reexecucao) nao e alterada.
      * O debito rejeitado pelo FINPB100 nao chega a FINSLDA: a folha
      * continua APRESENTADA ate o FINPB225 devolver o item a camara e
      * volta-la para EMITIDA.
      * Sem FINSLDA.dat ou sem FINCHEQ.dat (cadastro de cheques ainda
      * nao usado) nao ha o que baixar; o job termina normalmente.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB191.
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
      *    MOVIMENTOS APLICADOS NO DIA - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB245 (VER FD FINSLDA, LA).
           SELECT FINSLDA  ASSIGN TO 'FINSLDA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDA.
      *    FOLHAS DE CHEQUE - PELO ID-TRAN DO DEBITO (READ/REWRITE)
      *    MESMA DEFINICAO USADA PELO FINCHMNT (VER FD FINCHEQ, LA).
           SELECT FINCHEQ  ASSIGN TO 'FINCHEQ.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCHEQ-CHAVE
                  ALTERNATE RECORD KEY IS FINCHEQ-ID-TRAN
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINCHEQ.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINSLDA
           RECORDING MODE IS F
           RECORD CONTAINS 071 CHARACTERS.

       01  REG-FINSLDA.
           03  FINSLDA-CHAVE          PIC  X(017).
           03  FINSLDA-VL-SLD-ANTES   PIC  S9(009)V99.
           03  FINSLDA-VL-TRAN        PIC  9(009)V99.
           03  FINSLDA-IND-TRAN       PIC  X(001).
           03  FINSLDA-VL-SLD-DEPOIS  PIC  S9(009)V99.
           03  FINSLDA-ID-TRAN        PIC  9(010).
           03  FINSLDA-COD-ORIGEM     PIC  X(002).
           03  FINSLDA-COD-OPER       PIC  X(008).
      *
       FD  FINCHEQ
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINCHEQ.
           03  FINCHEQ-CHAVE.
               05  FINCHEQ-CONTA         PIC  X(017).
               05  FINCHEQ-NR-CHEQUE     PIC  9(006).
           03  FINCHEQ-NR-TALAO          PIC  9(006).
           03  FINCHEQ-STATUS            PIC  X(001).
              88  FINCHEQ-APRESENTADO           VALUE 'A'.
              88  FINCHEQ-PAGO                  VALUE 'P'.
           03  FINCHEQ-MOTIVO-SUST       PIC  X(002).
           03  FINCHEQ-DT-SUSTACAO       PIC  9(008).
           03  FINCHEQ-DT-VALIDADE       PIC  9(008).
           03  FINCHEQ-OPER-SUSTACAO     PIC  X(008).
           03  FINCHEQ-ID-TRAN           PIC  9(010).
           03  FINCHEQ-DT-APRESENTACAO   PIC  9(008).
           03  FINCHEQ-DT-PAGAMENTO      PIC  9(008).
           03  FINCHEQ-VL-PAGO           PIC  9(009)V99.
           03  FILLER                    PIC  X(007).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB191'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLDA          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCHEQ          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-DEBITOS-CAMARA  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-BAIXADOS        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-JA-PAGOS        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-CHEQUE      PIC 9(009)  VALUE ZEROS.
           05  WS-VL-BAIXADO          PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINSLDA-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDA                VALUE 'S'.
      *    ARQUIVOS OPCIONAIS: AUSENTE = NADA A BAIXAR
           05  WS-FINSLDA-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINSLDA-EXISTE             VALUE 'S'.
           05  WS-FINCHEQ-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINCHEQ-EXISTE             VALUE 'S'.
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
           IF FINSLDA-EXISTE AND FINCHEQ-EXISTE
              PERFORM P1000-BAIXA-CHEQUES
           END-IF
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINSLDA
           EVALUATE WS-FS-FINSLDA
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINSLDA-EXISTE-SW
                    DISPLAY 'FINSLDA.dat AUSENTE - NENHUM MOVIMENTO '
                            'POSTADO'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDA - FILE STATUS = '
                           WS-FS-FINSLDA
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINCHEQ
           EVALUATE WS-FS-FINCHEQ
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCHEQ-EXISTE-SW
                    DISPLAY 'FINCHEQ.dat AUSENTE - NENHUM CHEQUE '
                            'CADASTRADO'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINCHEQ - FILE STATUS = '
                           WS-FS-FINCHEQ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P1000-BAIXA-CHEQUES SECTION.
      * Percorre os movimentos do dia e baixa a folha de cada debito
      * da faixa da camara.
      *-----------------------------------------------------------------

           MOVE 'P1000-BAIXA-CHEQUES' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINSLDA
              READ FINSLDA
                 AT END
                    MOVE 'S' TO WS-FIM-FINSLDA-SW
                 NOT AT END
                    IF WS-FS-FINSLDA NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINSLDA - FILE STATUS = '
                              WS-FS-FINSLDA
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS
                    IF FINSLDA-IND-TRAN EQUAL 'D'
                       AND FINSLDA-ID-TRAN NOT LESS 8900000000
                       AND FINSLDA-ID-TRAN NOT GREATER 8999999999
                       PERFORM P2000-BAIXA-FOLHA
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-BAIXA-FOLHA SECTION.
      * Le a folha pelo ID-TRAN do debito; apresentada passa a paga.
      * Debito da camara sem folha (documento que nao e cheque, ou
      * cheque aceito antes do cadastro existir) so e contado.
      *-----------------------------------------------------------------

           MOVE 'P2000-BAIXA-FOLHA' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-DEBITOS-CAMARA

           MOVE FINSLDA-ID-TRAN TO FINCHEQ-ID-TRAN
           READ FINCHEQ KEY IS FINCHEQ-ID-TRAN
              INVALID KEY
                 ADD 1 TO WS-QTD-SEM-CHEQUE
                 EXIT SECTION
           END-READ
           IF WS-FS-FINCHEQ NOT EQUAL '00' AND '02'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           EVALUATE TRUE
               WHEN FINCHEQ-APRESENTADO
                    MOVE 'P'              TO FINCHEQ-STATUS
                    MOVE WS-DATA-EXECUCAO TO FINCHEQ-DT-PAGAMENTO
                    MOVE FINSLDA-VL-TRAN  TO FINCHEQ-VL-PAGO
                    REWRITE REG-FINCHEQ
                    IF WS-FS-FINCHEQ NOT EQUAL '00' AND '02'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - REWRITE FINCHEQ - FILE STATUS = '
                              WS-FS-FINCHEQ
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1               TO WS-QTD-BAIXADOS
                    ADD FINSLDA-VL-TRAN TO WS-VL-BAIXADO
               WHEN FINCHEQ-PAGO
                    ADD 1 TO WS-QTD-JA-PAGOS
               WHEN OTHER
                    ADD 1 TO WS-QTD-SEM-CHEQUE
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB191 - TERMINO COM ERRO'
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

           IF FINSLDA-EXISTE
              CLOSE FINSLDA
           END-IF
           IF FINCHEQ-EXISTE
              CLOSE FINCHEQ
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB191 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD MOVIMENTOS LIDOS        - ' WS-QTD-LIDOS
           DISPLAY 'QTD DEBITOS DA CAMARA       - '
                   WS-QTD-DEBITOS-CAMARA
           DISPLAY 'QTD CHEQUES BAIXADOS (PAGOS)- ' WS-QTD-BAIXADOS
           DISPLAY 'VALOR DOS CHEQUES BAIXADOS  - ' WS-VL-BAIXADO
           DISPLAY 'QTD CHEQUES JA PAGOS        - ' WS-QTD-JA-PAGOS
           DISPLAY 'QTD DEBITOS SEM FOLHA       - ' WS-QTD-SEM-CHEQUE
           DISPLAY '***************************************************'

           .
