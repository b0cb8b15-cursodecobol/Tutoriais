      *                                              (ITENS DA CAMARA =
      *                                              ID 8.900.000.000 +
      *                                              NSU, VER FINPB210)
      *                                   FINCLRRJ - RECUSAS DO FINPB210
      *                                              (CHEQUES '06' A
      *                                              '08' SAO
      *                                              DEVOLVIDOS)
      *              ARQUIVOS DE SAIDA  : FINCLRET - DEVOLUCAO P/ A
      *                                              CAMARA (080 BYTES,
      *                                              TIPOS '0'/'1'/'9')
      *                                   FINTRANS - REGRAVADO SEM OS
      *                                              ITENS DEVOLVIDOS
      *                                   FINCLRRJ - REGRAVADO SEM OS
      *                                              ITENS DEVOLVIDOS
      *              ARQUIVO DE E/S     : FINTRCYC - ENTRADAS DOS ITENS
      *                                              DEVOLVIDOS SAO
      *                                              BAIXADAS
      *                                   FINCHEQ  - CHEQUE DEVOLVIDO
      *                                              VOLTA A 'E'
      *
      * ESPECIFICAÇÃO
      * Um item trazido pelo FINPB210 e rejeitado pelo FINPB100 ficava
      *     '01' CONTA INEXISTENTE      -> '30'
      *     '02' CONTA INATIVA          -> '31'
      *     '03' SALDO INSUFICIENTE     -> '32'
      *     '11' CREDITO EM FLOAT       -> '32' (PARA A CAMARA, O
      *                                    SALDO DISPONIVEL NAO COBRE)
      *     '05' MOEDA DIVERGENTE       -> '33'
      *     '07' CHAVE INVALIDA         -> '34'
      *     '04' TRANSACAO DUPLICADA    -> '35'
      *     DEMAIS                      -> '99'
      * - Devolve tambem os debitos de cheque que o proprio FINPB210
      *   recusou na conferencia do cadastro de folhas (FINCLRRJ.dat):
      *     '06' CHEQUE NAO EMITIDO     -> '36'
      *     '07' CHEQUE SUSTADO         -> '37'
      *     '08' CHEQUE JA PAGO         -> '38'
      *   e regrava FINCLRRJ.dat sem eles (os demais motivos de
      *   recusa sao de formato e seguem para analise manual);
      * - Debito de cheque rejeitado pelo ciclo volta a folha para
      *   'E' (emitido) em FINCHEQ: o cheque pode ser reapresentado;
      * - Escreve o movimento de devolucao no layout de 080 bytes da
      *   camara (cabecalho '0', um detalhe por item com o NSU e o
      *   codigo de devolucao, sumario '9' com quantidade e soma);
      * O relatorio de controle (quantidade e valor devolvidos) sai no
      * console.
      ******************************************************************
      * VRS003 - 15/10/2026 - DEVOLUCAO DOS CHEQUES RECUSADOS PELO
      *                       FINPB210 (FINCLRRJ MOTIVOS '06' A '08'
      *                       -> CODIGOS '36' A '38') E RETORNO DA
      *                       FOLHA DO CHEQUE DEVOLVIDO A 'E'.
      * VRS002 - 15/10/2026 - O MOTIVO '11' DO FINPB100 (DEBITO QUE
      *                       USARIA CREDITO AINDA EM FLOAT) E
      *                       DEVOLVIDO COMO SALDO INSUFICIENTE ('32').
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINTRCYC-CHAVE
                  FILE STATUS IS WS-FS-FINTRCYC.
      *    RECUSAS DO FINPB210 - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB210 (VER FD FINCLRRJ, LA).
           SELECT FINCLRRJ ASSIGN TO 'FINCLRRJ.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCLRRJ.
      *    RECUSAS DO FINPB210 - REGRAVACAO SEM AS DEVOLVIDAS
           SELECT FINCLRRJ-PEND ASSIGN TO 'FINCLRRJ.pnd'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCLRRJ-PEND.
      *    FOLHAS DE CHEQUE - PELO ID-TRAN DO DEBITO (I-O)
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
           03  FINTRCYC-DT-PRIM-REJ      PIC  9(008).
           03  FINTRCYC-QTD-RECICLO      PIC  9(003).
      *
      *    RECUSA DO FINPB210: O REGISTRO DA CAMARA COMO CHEGOU (VER FD
      *    FINCLEAR NO FINPB210), MAIS O MOTIVO
       FD  FINCLRRJ
           RECORDING MODE IS F
           RECORD CONTAINS 082 CHARACTERS.

       01  REG-FINCLRRJ.
           03  RJ-TIPO-REG            PIC  X(001).
           03  RJ-DT-MOVTO            PIC  9(008).
           03  RJ-BCO-DESTINO         PIC  9(003).
           03  RJ-NR-AGEN             PIC  X(004).
           03  RJ-NR-CC               PIC  X(011).
           03  RJ-IND-TRAN            PIC  X(001).
           03  RJ-VL-TRAN             PIC  9(013)V99.
           03  RJ-NSU                 PIC  9(008).
           03  RJ-COD-MOEDA           PIC  X(003).
           03  RJ-NR-CHEQUE           PIC  X(006).
           03  FILLER                 PIC  X(020).
           03  RJ-MOTIVO              PIC  X(002).
      *
       FD  FINCLRRJ-PEND
           RECORDING MODE IS F
           RECORD CONTAINS 082 CHARACTERS.

       01  REG-FINCLRRJ-PEND             PIC  X(082).
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
           05  WS-FS-FINTRANS-PEND    PIC X(002)  VALUE '00'.
           05  WS-FS-FINCLRET         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRCYC         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCLRRJ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCLRRJ-PEND    PIC X(002)  VALUE '00'.
           05  WS-FS-FINCHEQ          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-DEVOLVIDOS      PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-MANTIDOS        PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-LIDOS-RJ        PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-DEVOLVIDOS-RJ   PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-MANTIDOS-RJ     PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-CHEQUES-VOLTAM  PIC 9(009)      VALUE ZEROS.
           05  WS-VL-SOMA-DEVOLVIDOS  PIC 9(015)V99   VALUE ZEROS.
      *
           05  WS-FIM-FINTRANS-SW     PIC X(001)  VALUE 'N'.
      *    CONTROLE DE RECICLAGEM AUSENTE NAO E ERRO
           05  WS-FINTRCYC-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINTRCYC-EXISTE            VALUE 'S'.
           05  WS-FIM-FINCLRRJ-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINCLRRJ               VALUE 'S'.
      *    RECUSAS DO FINPB210 AUSENTES NAO E ERRO
           05  WS-FINCLRRJ-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINCLRRJ-EXISTE            VALUE 'S'.
      *    CADASTRO DE FOLHAS DE CHEQUE AUSENTE NAO E ERRO
           05  WS-FINCHEQ-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINCHEQ-EXISTE             VALUE 'S'.
      *
           05  WS-NSU-RECUPERADO      PIC 9(008)  VALUE ZEROS.
           05  WS-COD-DEVOLUCAO       PIC X(002)  VALUE SPACES.
      *
      *    NOMES DE ARQUIVO USADOS NAS CHAMADAS AS ROTINAS DE SISTEMA
      *    CBL_DELETE_FILE E CBL_RENAME_FILE, PARA SUBSTITUIR O
      *    FINTRANS.dat E O FINCLRRJ.dat ORIGINAIS PELAS VERSOES SEM
      *    OS ITENS DEVOLVIDOS.
           05  WS-ARQ-ORIGEM          PIC X(030)  VALUE SPACES.
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
           05  WS-RET-CBL             PIC S9(009) COMP-5 VALUE ZEROS.
           IF FINTRANS-EXISTE
              PERFORM P1000-PROCESSA
           END-IF
           IF FINCLRRJ-EXISTE
              PERFORM P3000-DEVOLVE-RECUSAS
           END-IF
           PERFORM P9000-FINALIZA

           GOBACK.
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINTRANS-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINTRANS - FILE STATUS = '
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINTRANS-EXISTE
              OPEN OUTPUT FINTRANS-PEND
              IF WS-FS-FINTRANS-PEND NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINTRANS.pnd - '
                        'FILE STATUS = ' WS-FS-FINTRANS-PEND
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           OPEN INPUT FINCLRRJ
           EVALUATE WS-FS-FINCLRRJ
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCLRRJ-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCLRRJ - FILE STATUS = '
                           WS-FS-FINCLRRJ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINCLRRJ-EXISTE
              OPEN OUTPUT FINCLRRJ-PEND
              IF WS-FS-FINCLRRJ-PEND NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINCLRRJ.pnd - '
                        'FILE STATUS = ' WS-FS-FINCLRRJ-PEND
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

      *    Sem suspense e sem recusas nao ha o que devolver.
           IF NOT FINTRANS-EXISTE
              AND NOT FINCLRRJ-EXISTE
              EXIT SECTION
           END-IF

           OPEN OUTPUT FINCLRET
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINCHEQ
           EVALUATE WS-FS-FINCHEQ
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCHEQ-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINCHEQ - FILE STATUS = '
                           WS-FS-FINCHEQ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

      *    Cabecalho da devolucao (tipo '0').
           MOVE SPACES           TO REG-FINCLRET
           MOVE '0'              TO RET-TIPO-REG
               WHEN '01'  MOVE '30' TO WS-COD-DEVOLUCAO
               WHEN '02'  MOVE '31' TO WS-COD-DEVOLUCAO
               WHEN '03'  MOVE '32' TO WS-COD-DEVOLUCAO
               WHEN '11'  MOVE '32' TO WS-COD-DEVOLUCAO
               WHEN '05'  MOVE '33' TO WS-COD-DEVOLUCAO
               WHEN '07'  MOVE '34' TO WS-COD-DEVOLUCAO
               WHEN '04'  MOVE '35' TO WS-COD-DEVOLUCAO
              END-DELETE
           END-IF

      *    Cheque devolvido volta a folha emitida (pode ser
      *    reapresentado).
           IF FINCHEQ-EXISTE
              AND FINTRANS-IND-TRAN EQUAL 'D'
              PERFORM P2500-VOLTA-CHEQUE
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-VOLTA-CHEQUE SECTION.
      * Procura a folha apresentada com o ID-TRAN do item devolvido e a
      * volta para 'E'.
      *-----------------------------------------------------------------

           MOVE 'P2500-VOLTA-CHEQUE' TO WS-NOM-PARAGRAFO

           MOVE FINTRANS-ID-TRAN TO FINCHEQ-ID-TRAN
           READ FINCHEQ KEY IS FINCHEQ-ID-TRAN
              INVALID KEY
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

           IF NOT FINCHEQ-APRESENTADO
              EXIT SECTION
           END-IF

           MOVE 'E'   TO FINCHEQ-STATUS
           MOVE ZEROS TO FINCHEQ-ID-TRAN
                         FINCHEQ-DT-APRESENTACAO
           REWRITE REG-FINCHEQ
           IF WS-FS-FINCHEQ NOT EQUAL '00' AND '02'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-CHEQUES-VOLTAM

           .

      *-----------------------------------------------------------------
       P3000-DEVOLVE-RECUSAS SECTION.
      * Devolve a camara os debitos de cheque recusados pelo FINPB210
      * na conferencia do cadastro de folhas; as demais recusas ficam
      * em FINCLRRJ.
      *-----------------------------------------------------------------

           MOVE 'P3000-DEVOLVE-RECUSAS' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINCLRRJ
              READ FINCLRRJ
                 AT END
                    MOVE 'S' TO WS-FIM-FINCLRRJ-SW
                 NOT AT END
                    IF WS-FS-FINCLRRJ NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINCLRRJ - FILE STATUS = '
                              WS-FS-FINCLRRJ
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-RJ
                    EVALUATE RJ-MOTIVO
                        WHEN '06'
                             MOVE '36' TO WS-COD-DEVOLUCAO
                             PERFORM P3500-DEVOLVE-CHEQUE
                        WHEN '07'
                             MOVE '37' TO WS-COD-DEVOLUCAO
                             PERFORM P3500-DEVOLVE-CHEQUE
                        WHEN '08'
                             MOVE '38' TO WS-COD-DEVOLUCAO
                             PERFORM P3500-DEVOLVE-CHEQUE
                        WHEN OTHER
                             PERFORM P4600-GRAVA-FINCLRRJ-PEND
                    END-EVALUATE
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3500-DEVOLVE-CHEQUE SECTION.
      * Grava o detalhe de devolucao com os dados do proprio registro
      * da camara.
      *-----------------------------------------------------------------

           MOVE 'P3500-DEVOLVE-CHEQUE' TO WS-NOM-PARAGRAFO

           MOVE SPACES             TO REG-FINCLRET
           MOVE '1'                TO RET-TIPO-REG
           MOVE WS-DATA-EXECUCAO   TO RET-DT-MOVTO
           MOVE RJ-NSU             TO RET-NSU
           MOVE WS-COD-DEVOLUCAO   TO RET-COD-DEVOLUCAO
           MOVE RJ-NR-AGEN         TO RET-NR-AGEN
           MOVE RJ-NR-CC           TO RET-NR-CC
           MOVE RJ-IND-TRAN        TO RET-IND-TRAN
           MOVE RJ-VL-TRAN         TO RET-VL-TRAN
           MOVE RJ-COD-MOEDA       TO RET-COD-MOEDA
           PERFORM P7000-GRAVA-FINCLRET

           ADD 1           TO WS-QTD-DEVOLVIDOS
                              WS-QTD-DEVOLVIDOS-RJ
           ADD RJ-VL-TRAN  TO WS-VL-SOMA-DEVOLVIDOS

           .

      *-----------------------------------------------------------------

           .

      *-----------------------------------------------------------------
       P4600-GRAVA-FINCLRRJ-PEND SECTION.
      * Mantem em FINCLRRJ uma recusa que nao e devolvida.
      *-----------------------------------------------------------------

           MOVE 'P4600-GRAVA-FINCLRRJ-PEND' TO WS-NOM-PARAGRAFO

           MOVE REG-FINCLRRJ TO REG-FINCLRRJ-PEND

           WRITE REG-FINCLRRJ-PEND    END-WRITE

           IF WS-FS-FINCLRRJ-PEND NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCLRRJ.pnd - FILE STATUS = '
                     WS-FS-FINCLRRJ-PEND
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-MANTIDOS-RJ

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-FINCLRET SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Grava o sumario da devolucao, promove FINTRANS.pnd e
      * FINCLRRJ.pnd (sem os itens devolvidos) a FINTRANS.dat e
      * FINCLRRJ.dat e imprime o controle.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           IF FINTRANS-EXISTE OR FINCLRRJ-EXISTE
              MOVE SPACES                TO REG-FINCLRET
              MOVE '9'                   TO RET-SUM-TIPO-REG
              MOVE WS-DATA-EXECUCAO      TO RET-SUM-DT-MOVTO
              MOVE WS-VL-SOMA-DEVOLVIDOS TO RET-SUM-VL-SOMA
              PERFORM P7000-GRAVA-FINCLRET

              CLOSE FINCLRET
              IF FINTRCYC-EXISTE
                 CLOSE FINTRCYC
              END-IF
              IF FINCHEQ-EXISTE
                 CLOSE FINCHEQ
              END-IF
           END-IF

           IF FINTRANS-EXISTE
              CLOSE FINTRANS
                    FINTRANS-PEND

              MOVE 'FINTRANS.dat' TO WS-ARQ-DESTINO
              CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
              END-IF
           END-IF

           IF FINCLRRJ-EXISTE
              CLOSE FINCLRRJ
                    FINCLRRJ-PEND

              MOVE 'FINCLRRJ.dat' TO WS-ARQ-DESTINO
              CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO

              MOVE 'FINCLRRJ.pnd' TO WS-ARQ-ORIGEM
              CALL 'CBL_RENAME_FILE' USING WS-ARQ-ORIGEM WS-ARQ-DESTINO
                   RETURNING WS-RET-CBL
              IF WS-RET-CBL NOT EQUAL ZEROS
                 MOVE WS-RET-CBL TO WS-RET-CBL-DISP
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - RENAME FINCLRRJ.pnd P/ FINCLRRJ.dat - '
                        'RETCODE = ' WS-RET-CBL-DISP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB225 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'SOMA DOS DEVOLVIDOS         - '
                    WS-VL-SOMA-DEVOLVIDOS
           DISPLAY 'QTD MANTIDOS NO SUSPENSE    - ' WS-QTD-MANTIDOS
           DISPLAY 'CHEQUES VOLTADOS A EMITIDO  - '
                    WS-QTD-CHEQUES-VOLTAM
           DISPLAY 'QTD LIDOS FINCLRRJ          - ' WS-QTD-LIDOS-RJ
           DISPLAY 'CHEQUES RECUSADOS DEVOLVIDOS- '
                    WS-QTD-DEVOLVIDOS-RJ
           DISPLAY 'QTD MANTIDOS EM FINCLRRJ    - ' WS-QTD-MANTIDOS-RJ
           DISPLAY '***************************************************'

           .
