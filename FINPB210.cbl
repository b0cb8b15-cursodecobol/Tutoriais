      *                                   FINCLRRJ - REGISTROS DA
      *                                              CAMARA RECUSADOS,
      *                                              COM O MOTIVO
      *              ARQUIVO ATUALIZADO : FINCHEQ  - FOLHAS DE CHEQUE
      *                                              (FINCHMNT)
      *
      * ESPECIFICAÇÃO
      * O movimento da camara chegava no layout proprio dela e era
      * - Critica cada detalhe: chave pela SRMINIMAL, indicador D/C,
      *   valor dentro da capacidade de FINTRAN-VL-TRAN, moeda;
      *   recusado vai para FINCLRRJ.dat com o motivo;
      * - Debito com numero de cheque e conferido no cadastro de
      *   folhas (FINCHEQ): cheque nao emitido para a conta ('06'),
      *   sustado com a contra-ordem ainda valida na data de movimento
      *   ('07') ou ja pago/apresentado por outro item ('08') e
      *   recusado - o FINPB225 devolve a camara; aceito, a folha
      *   passa a 'A' (apresentado) com o ID-TRAN do debito e o
      *   FINPB191 da a baixa ('P') quando o FINPB100 posta. Sem o
      *   cadastro (FINCHMNT ainda nao usado) nao ha conferencia;
      * - Mapeia o aceito para o REG-FINTRAN de 052 bytes (subconta
      *   '00' - a camara nao conhece sub-contas; DT-EFETIVA = data de
      *   movimento da camara; ID-TRAN na faixa reservada
      * FONTES DO FINPB105 (FINTRAN1.dat A FINTRAN4.dat) ANTES DA
      * MESCLA; A ORIGEM ('01'-'04') E CARIMBADA LA, COMO NAS DEMAIS.
      ******************************************************************
      * VRS003 - 15/10/2026 - NUMERO DO CHEQUE NO LAYOUT DA CAMARA E
      *                       CONFERENCIA NO CADASTRO DE FOLHAS
      *                       (FINCHEQ) - MOTIVOS '06', '07' E '08'.
      * VRS002 - 22/08/2026 - CORRIGIDA A PRE-CRITICA DE CAPACIDADE
      *                       (MOTIVO '03'): O LIMITE ESTAVA DEZ VEZES
      *                       MAIOR QUE A CAPACIDADE REAL DE
           SELECT FINCLRRJ ASSIGN TO 'FINCLRRJ.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCLRRJ.
      *    FOLHAS DE CHEQUE - CONFERENCIA E MARCACAO (READ, REWRITE)
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
      *    NUMERO SEQUENCIAL UNICO DA CAMARA (COMPOE O ID-TRAN)
           03  CLR-NSU                PIC  9(008).
           03  CLR-COD-MOEDA          PIC  X(003).
      *    NUMERO DO CHEQUE (DEBITO DE CHEQUE; BRANCOS/ZEROS = OUTRO
      *    TIPO DE DOCUMENTO)
           03  CLR-NR-CHEQUE          PIC  9(006).
           03  CLR-NR-CHEQUE-X REDEFINES CLR-NR-CHEQUE
                                      PIC  X(006).
           03  FILLER                 PIC  X(020).
      *
       SD  SD-TRADUZIDO
           RECORD CONTAINS 052 CHARACTERS.
           03  FINCLRRJ-REGISTRO      PIC  X(080).
      *    '01'=CHAVE INVALIDA (SRMINIMAL)  '02'=INDICADOR INVALIDO
      *    '03'=VALOR EXCEDE A CAPACIDADE   '04'=MOEDA INVALIDA
      *    '05'=VALOR NAO NUMERICO          '06'=CHEQUE NAO EMITIDO
      *    '07'=CHEQUE SUSTADO              '08'=CHEQUE JA PAGO OU
      *                                          APRESENTADO
      *    ('06' A '08' SAO DEVOLVIDOS A CAMARA PELO FINPB225)
           03  FINCLRRJ-MOTIVO        PIC  X(002).
      *
       FD  FINCHEQ
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINCHEQ.
           03  FINCHEQ-CHAVE.
               05  FINCHEQ-CONTA         PIC  X(017).
               05  FINCHEQ-NR-CHEQUE     PIC  9(006).
           03  FINCHEQ-NR-TALAO          PIC  9(006).
           03  FINCHEQ-STATUS            PIC  X(001).
              88  FINCHEQ-EMITIDO               VALUE 'E'.
              88  FINCHEQ-SUSTADO               VALUE 'S'.
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
           05  WS-FS-FINTRANE-ORD     PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANE         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCLRRJ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCHEQ          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-DETALHES        PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-ACEITOS         PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-RECUSADOS       PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-CHEQUES         PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-CHEQUES-RECUS   PIC 9(009)      VALUE ZEROS.
           05  WS-QTD-CHEQUES-SEM-CAD PIC 9(009)      VALUE ZEROS.
           05  WS-VL-SOMA-ENTRADA     PIC 9(015)V99   VALUE ZEROS.
           05  WS-VL-SOMA-ACEITOS     PIC 9(011)V99   VALUE ZEROS.
      *
              88  FIM-FINCLEAR               VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
           05  WS-CADASTRO-CHEQUE-SW  PIC X(001)  VALUE 'N'.
              88  CADASTRO-CHEQUE-EM-USO     VALUE 'S'.
      *
           05  WS-MOTIVO-RECUSA       PIC X(002)  VALUE SPACES.
           05  WS-ID-TRAN-CAMARA      PIC 9(010)  VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
              PERFORM P8000-ERRO
           END-IF

      *    Sem o cadastro de folhas os cheques nao sao conferidos.
           OPEN I-O FINCHEQ
           EVALUATE WS-FS-FINCHEQ
               WHEN '00'
                    MOVE 'S' TO WS-CADASTRO-CHEQUE-SW
               WHEN '35'
                    MOVE 'N' TO WS-CADASTRO-CHEQUE-SW
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
                    END-IF
           END-EVALUATE

           IF WS-MOTIVO-RECUSA EQUAL SPACES
              AND CLR-IND-TRAN EQUAL 'D'
              AND CLR-NR-CHEQUE-X NOT EQUAL SPACES
              AND CLR-NR-CHEQUE-X NOT EQUAL ZEROS
              PERFORM P2500-CONFERE-CHEQUE
           END-IF

           IF WS-MOTIVO-RECUSA EQUAL SPACES
              MOVE CLR-NR-AGEN       TO TRD-NR-AGEN
              MOVE CLR-NR-CC         TO TRD-NR-CC

           .

      *-----------------------------------------------------------------
       P2500-CONFERE-CHEQUE SECTION.
      * Confere o cheque do debito no cadastro de folhas da conta.
      * Aceito, marca a folha como apresentada com o ID-TRAN que o
      * debito vai ter; a mesma folha ja marcada com este mesmo ID-TRAN
      * (reprocessamento do arquivo da camara) e aceita de novo.
      * A contra-ordem vencida antes da data de movimento nao impede o
      * pagamento.
      *-----------------------------------------------------------------

           MOVE 'P2500-CONFERE-CHEQUE' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-CHEQUES

           IF NOT CADASTRO-CHEQUE-EM-USO
              ADD 1 TO WS-QTD-CHEQUES-SEM-CAD
              EXIT SECTION
           END-IF

           IF CLR-NR-CHEQUE NOT NUMERIC
              MOVE '06' TO WS-MOTIVO-RECUSA
              ADD 1 TO WS-QTD-CHEQUES-RECUS
              EXIT SECTION
           END-IF

           COMPUTE WS-ID-TRAN-CAMARA = 8900000000 + CLR-NSU

           MOVE SPACES TO FINCHEQ-CONTA
           STRING CLR-NR-AGEN CLR-NR-CC '00'
                  DELIMITED BY SIZE INTO FINCHEQ-CONTA
           END-STRING
           MOVE CLR-NR-CHEQUE TO FINCHEQ-NR-CHEQUE

           READ FINCHEQ
              INVALID KEY
                 MOVE '06' TO WS-MOTIVO-RECUSA
              NOT INVALID KEY
                 EVALUATE TRUE
                     WHEN FINCHEQ-SUSTADO
                      AND FINCHEQ-DT-VALIDADE NOT < CLR-DT-MOVTO
                          MOVE '07' TO WS-MOTIVO-RECUSA
                     WHEN FINCHEQ-PAGO
                          MOVE '08' TO WS-MOTIVO-RECUSA
                     WHEN FINCHEQ-APRESENTADO
                      AND FINCHEQ-ID-TRAN NOT EQUAL WS-ID-TRAN-CAMARA
                          MOVE '08' TO WS-MOTIVO-RECUSA
                 END-EVALUATE
           END-READ
           IF WS-FS-FINCHEQ NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-MOTIVO-RECUSA NOT EQUAL SPACES
              ADD 1 TO WS-QTD-CHEQUES-RECUS
              EXIT SECTION
           END-IF

           MOVE 'A'               TO FINCHEQ-STATUS
           MOVE WS-ID-TRAN-CAMARA TO FINCHEQ-ID-TRAN
           MOVE CLR-DT-MOVTO      TO FINCHEQ-DT-APRESENTACAO
           REWRITE REG-FINCHEQ
           IF WS-FS-FINCHEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-GRAVA-SAIDA SECTION.
      * Copia as transacoes ja classificadas para a saida final e fecha
      *-----------------------------------------------------------------

           CLOSE FINCLRRJ
           IF CADASTRO-CHEQUE-EM-USO
              CLOSE FINCHEQ
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB210 - TERMINO NORMAL'
           DISPLAY 'QTD ACEITOS (FINTRANE)      - ' WS-QTD-ACEITOS
           DISPLAY 'SOMA DOS ACEITOS            - ' WS-VL-SOMA-ACEITOS
           DISPLAY 'QTD RECUSADOS (FINCLRRJ)    - ' WS-QTD-RECUSADOS
           DISPLAY 'QTD DEBITOS DE CHEQUE       - ' WS-QTD-CHEQUES
           DISPLAY '  RECUSADOS PELO CADASTRO   - ' WS-QTD-CHEQUES-RECUS
           DISPLAY '  SEM CADASTRO DE FOLHAS    - '
                   WS-QTD-CHEQUES-SEM-CAD
           DISPLAY '***************************************************'
           DISPLAY 'COPIAR FINTRANE.dat PARA UMA DAS FONTES DO'
           DISPLAY 'FINPB105 (FINTRAN1.dat A FINTRAN4.dat) ANTES DA'
