      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : LIQUIDACAO DOS PAGAMENTOS DE BOLETO: PARA CADA
      *              DEBITO POSTADO NO CICLO, GERA O ITEM DE SAIDA PARA
      *              A CAMARA (CREDITO AO BANCO DO BENEFICIARIO); MARCA
      *              COMO RECUSADO O DEBITO QUE NAO POSTOU E EMITE O
      *              RELATORIO DIARIO DE LIQUIDACAO POR BANCO.
      *              ARQUIVO DE ENTRADA : FINSLDA  - MOVIMENTOS
      *                                              APLICADOS NO DIA
      *                                              (FINPB100)
      *              ARQUIVO DE E/S     : FINBOLP  - PAGAMENTOS DE
      *                                              BOLETO (FINBLMNT)
      *              ARQUIVOS DE SAIDA  : FINCLOUT - ITENS DE SAIDA P/
      *                                              A CAMARA (EXTEND,
      *                                              LIDO PELO FINPB220)
      *                                   FINBLREL - RELATORIO (LINHAS
      *                                              DE 132)
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101), logo depois do FINPB100.
      * 1) Para cada debito 'D' da faixa dos boletos (9.850.000.000 +
      *    NUMERO DO PAGAMENTO) em FINSLDA, le o pagamento; se estiver
      *    com o debito gerado ('D'), passa a LIQUIDADO ('L') com a
      *    data de processamento e grava em FINCLOUT.dat o item 'C'
      *    (creditamos o outro banco) no banco, agencia e conta do
      *    beneficiario, pelo total pago. O FINPB220 remete o item a
      *    camara e posta a perna na conta de controle. Pagamento ja
      *    liquidado (reexecucao) nao gera outro item.
      * 2) Percorre os pagamentos: o que continua com o debito gerado
      *    ate a data de processamento nao postou (saldo insuficiente,
      *    conta bloqueada...) e passa a RECUSADO ('R') - o boleto nao
      *    e pago e o cliente precisa pagar de novo. O debito rejeitado
      *    fica no suspense, mas o FINPB102 nao o recicla.
      * 3) Relatorio FINBLREL.dat: pagamentos recusados no dia e, por
      *    banco do beneficiario, quantidade, valor dos documentos,
      *    encargos (multa + juros) e total liquidado no dia, com o
      *    total geral. Os dois blocos saem das situacoes gravadas com
      *    a data, entao a reexecucao repete o mesmo relatorio.
      * Sem FINBOLP.dat (nenhum boleto pago ainda) o relatorio sai
      * vazio; sem FINSLDA.dat nada e liquidado.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB227.
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
      *    MESMA DEFINICAO USADA PELO FINPB191 (VER FD FINSLDA, LA).
           SELECT FINSLDA  ASSIGN TO 'FINSLDA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDA.
      *    PAGAMENTOS DE BOLETO - PELO NUMERO (READ/REWRITE)
      *    MESMA DEFINICAO USADA PELO FINBLMNT (VER FD FINBOLP, LA).
           SELECT FINBOLP  ASSIGN TO 'FINBOLP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINBOLP-NR-PAGAMENTO
                  ALTERNATE RECORD KEY IS FINBOLP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINBOLP.
      *    ITENS DE SAIDA PARA A CAMARA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINPB220 (VER FD FINCLOUT, LA).
           SELECT FINCLOUT ASSIGN TO 'FINCLOUT.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCLOUT.
      *    RELATORIO DE LIQUIDACAO DOS BOLETOS
           SELECT FINBLREL ASSIGN TO 'FINBLREL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINBLREL.

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
              88  FINBOLP-DEBITADO              VALUE 'D'.
              88  FINBOLP-LIQUIDADO             VALUE 'L'.
              88  FINBOLP-RECUSADO              VALUE 'R'.
           03  FINBOLP-COD-OPER          PIC  X(008).
           03  FINBOLP-COD-MOEDA         PIC  X(003).
           03  FILLER                    PIC  X(016).
      *
       FD  FINCLOUT
           RECORDING MODE IS F
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINCLOUT.
           03  CLO-BCO-DESTINO        PIC  X(003).
           03  CLO-NR-AGEN            PIC  X(004).
           03  CLO-NR-CC              PIC  X(011).
      *    'D'=Debitamos o outro banco, 'C'=Creditamos o outro banco
           03  CLO-IND-TRAN           PIC  X(001).
           03  CLO-VL-TRAN            PIC  9(013)V99.
           03  CLO-COD-MOEDA          PIC  X(003).
           03  FILLER                 PIC  X(023).
      *
       FD  FINBLREL
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINBLREL               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB227'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLDA          PIC X(002)  VALUE '00'.
           05  WS-FS-FINBOLP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCLOUT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINBLREL         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-DEBITOS-BOLETO  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-LIQUIDADOS      PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-JA-LIQUIDADOS   PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-PAGAMENTO   PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-RECUSADOS       PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINSLDA-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDA                VALUE 'S'.
           05  WS-FIM-FINBOLP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINBOLP                VALUE 'S'.
      *    ARQUIVOS OPCIONAIS: AUSENTE = NADA A LIQUIDAR
           05  WS-FINSLDA-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINSLDA-EXISTE             VALUE 'S'.
           05  WS-FINBOLP-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINBOLP-EXISTE             VALUE 'S'.
           05  WS-FINCLOUT-ABERTO-SW  PIC X(001)  VALUE 'N'.
              88  FINCLOUT-ABERTO            VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
      *    TOTAIS DO RELATORIO
           05  WS-IDX-BANCO           PIC 9(004)  VALUE ZEROS.
           05  WS-VL-ENCARGOS         PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-QTD-LIQUIDADOS  PIC 9(009)  VALUE ZEROS.
           05  WS-TOT-VL-DOCUMENTOS   PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-ENCARGOS     PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-LIQUIDADO    PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-RECUSADO     PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-QTD-EDITADA         PIC ZZZ.ZZZ.ZZ9.
           05  WS-VL-EDITADO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    ACUMULADOS DO DIA POR BANCO DO BENEFICIARIO (INDICE = CODIGO
      *    DO BANCO)
       01  WS-TAB-BANCOS.
           05  WS-TAB-BANCO           OCCURS 999 TIMES.
               10  WS-TAB-QTD         PIC 9(007)     VALUE ZEROS.
               10  WS-TAB-VL-DOC      PIC 9(013)V99  VALUE ZEROS.
               10  WS-TAB-VL-ENC      PIC 9(013)V99  VALUE ZEROS.
               10  WS-TAB-VL-TOTAL    PIC 9(013)V99  VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-RECUSADO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-REC-NR-PAGTO    PIC 9(007).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-REC-NR-AGEN     PIC X(004).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-REC-NR-CC       PIC X(011).
           05  FILLER                 PIC X(001)  VALUE '-'.
           05  WS-LIN-REC-SUBCONTA    PIC X(002).
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-REC-BANCO       PIC X(003).
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-REC-DT-DEBITO   PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-REC-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-BANCO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-BCO-BANCO       PIC 9(003).
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-BCO-QTD         PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-BCO-VL-DOC      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-BCO-VL-ENC      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-BCO-VL-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           IF FINSLDA-EXISTE AND FINBOLP-EXISTE
              PERFORM P1000-LIQUIDA-PAGAMENTOS
           END-IF
           PERFORM P3000-CONFERE-PAGAMENTOS
           PERFORM P6000-IMPRIME-BANCOS
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

           OPEN OUTPUT FINBLREL
           IF WS-FS-FINBLREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINBLREL - FILE STATUS = '
                     WS-FS-FINBLREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-LIQUIDA-PAGAMENTOS SECTION.
      * Percorre os movimentos do dia e liquida o pagamento de cada
      * debito da faixa dos boletos.
      *-----------------------------------------------------------------

           MOVE 'P1000-LIQUIDA-PAGAMENTOS' TO WS-NOM-PARAGRAFO

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
                       AND FINSLDA-ID-TRAN NOT LESS 9850000000
                       AND FINSLDA-ID-TRAN NOT GREATER 9859999999
                       PERFORM P2000-LIQUIDA-PAGAMENTO
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-LIQUIDA-PAGAMENTO SECTION.
      * Le o pagamento pelo numero contido no ID-TRAN; com o debito
      * gerado, passa a liquidado e gera o item de saida da camara.
      *-----------------------------------------------------------------

           MOVE 'P2000-LIQUIDA-PAGAMENTO' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-DEBITOS-BOLETO

           COMPUTE FINBOLP-NR-PAGAMENTO = FINSLDA-ID-TRAN - 9850000000
           READ FINBOLP
              INVALID KEY
                 ADD 1 TO WS-QTD-SEM-PAGAMENTO
                 EXIT SECTION
           END-READ
           IF WS-FS-FINBOLP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINBOLP - FILE STATUS = '
                     WS-FS-FINBOLP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           EVALUATE TRUE
               WHEN FINBOLP-DEBITADO
                    PERFORM P2500-GRAVA-FINCLOUT
                    MOVE 'L'              TO FINBOLP-STATUS
                    MOVE WS-DATA-EXECUCAO TO FINBOLP-DT-LIQUIDACAO
                    REWRITE REG-FINBOLP
                    IF WS-FS-FINBOLP NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - REWRITE FINBOLP - FILE STATUS = '
                              WS-FS-FINBOLP
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIQUIDADOS
               WHEN FINBOLP-LIQUIDADO
                    ADD 1 TO WS-QTD-JA-LIQUIDADOS
               WHEN OTHER
                    ADD 1 TO WS-QTD-SEM-PAGAMENTO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2500-GRAVA-FINCLOUT SECTION.
      * Item 'C' (creditamos o outro banco) para o beneficiario. O
      * arquivo e aberto no primeiro item: acrescenta ao que ainda nao
      * foi remetido pelo FINPB220 ou, ausente, e criado.
      *-----------------------------------------------------------------

           IF NOT FINCLOUT-ABERTO
              OPEN EXTEND FINCLOUT
              IF WS-FS-FINCLOUT EQUAL '35'
                 OPEN OUTPUT FINCLOUT
              END-IF
              IF WS-FS-FINCLOUT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN FINCLOUT - FILE STATUS = '
                        WS-FS-FINCLOUT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              MOVE 'S' TO WS-FINCLOUT-ABERTO-SW
           END-IF

           MOVE SPACES             TO REG-FINCLOUT
           MOVE FINBOLP-BCO-BENEF  TO CLO-BCO-DESTINO
           MOVE FINBOLP-AGEN-BENEF TO CLO-NR-AGEN
           MOVE FINBOLP-CC-BENEF   TO CLO-NR-CC
           MOVE 'C'                TO CLO-IND-TRAN
           MOVE FINBOLP-VL-TOTAL   TO CLO-VL-TRAN
           MOVE FINBOLP-COD-MOEDA  TO CLO-COD-MOEDA

           WRITE REG-FINCLOUT    END-WRITE
           IF WS-FS-FINCLOUT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCLOUT - FILE STATUS = '
                     WS-FS-FINCLOUT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-CONFERE-PAGAMENTOS SECTION.
      * Percorre todos os pagamentos: debito gerado que nao postou vira
      * recusado; recusados e liquidados do dia vao para o relatorio.
      *-----------------------------------------------------------------

           MOVE 'P3000-CONFERE-PAGAMENTOS' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINBLREL
           STRING 'LIQUIDACAO DE PAGAMENTOS DE BOLETO - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINBLREL
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBLREL
           STRING 'PAGAMENTOS RECUSADOS (DEBITO NAO POSTADO) - O '
                  'BOLETO NAO FOI PAGO'
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBLREL
           STRING '   PAGTO    AGEN  CONTA          SC   BCO   DEBITO'
                  '                TOTAL'
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           IF NOT FINBOLP-EXISTE
              EXIT SECTION
           END-IF

           MOVE 'N'   TO WS-FIM-FINBOLP-SW
           MOVE ZEROS TO FINBOLP-NR-PAGAMENTO
           START FINBOLP KEY NOT LESS THAN FINBOLP-NR-PAGAMENTO
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINBOLP-SW
           END-START

           PERFORM UNTIL FIM-FINBOLP
              READ FINBOLP NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-FINBOLP-SW
                 NOT AT END
                    PERFORM P3500-TRATA-PAGAMENTO
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
       P3500-TRATA-PAGAMENTO SECTION.
      *-----------------------------------------------------------------

           IF FINBOLP-DEBITADO
              AND FINBOLP-DT-DEBITO NOT GREATER WS-DATA-EXECUCAO
              MOVE 'R' TO FINBOLP-STATUS
              REWRITE REG-FINBOLP
              IF WS-FS-FINBOLP NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINBOLP - FILE STATUS = '
                        WS-FS-FINBOLP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN FINBOLP-RECUSADO
                AND FINBOLP-DT-DEBITO EQUAL WS-DATA-EXECUCAO
                    PERFORM P3600-LISTA-RECUSADO
               WHEN FINBOLP-LIQUIDADO
                AND FINBOLP-DT-LIQUIDACAO EQUAL WS-DATA-EXECUCAO
                    PERFORM P3700-ACUMULA-BANCO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P3600-LISTA-RECUSADO SECTION.
      *-----------------------------------------------------------------

           ADD 1                TO WS-QTD-RECUSADOS
           ADD FINBOLP-VL-TOTAL TO WS-TOT-VL-RECUSADO

           MOVE FINBOLP-NR-PAGAMENTO  TO WS-LIN-REC-NR-PAGTO
           MOVE FINBOLP-CONTA(1:4)    TO WS-LIN-REC-NR-AGEN
           MOVE FINBOLP-CONTA(5:11)   TO WS-LIN-REC-NR-CC
           MOVE FINBOLP-CONTA(16:2)   TO WS-LIN-REC-SUBCONTA
           MOVE FINBOLP-BCO-BENEF     TO WS-LIN-REC-BANCO
           MOVE FINBOLP-DT-DEBITO     TO WS-LIN-REC-DT-DEBITO
           MOVE FINBOLP-VL-TOTAL      TO WS-LIN-REC-VALOR
           MOVE WS-LINHA-RECUSADO     TO REG-FINBLREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P3700-ACUMULA-BANCO SECTION.
      *-----------------------------------------------------------------

           MOVE FINBOLP-BCO-BENEF TO WS-IDX-BANCO
           COMPUTE WS-VL-ENCARGOS = FINBOLP-VL-MULTA + FINBOLP-VL-JUROS

           ADD 1                    TO WS-TAB-QTD(WS-IDX-BANCO)
           ADD FINBOLP-VL-DOCUMENTO TO WS-TAB-VL-DOC(WS-IDX-BANCO)
           ADD WS-VL-ENCARGOS       TO WS-TAB-VL-ENC(WS-IDX-BANCO)
           ADD FINBOLP-VL-TOTAL     TO WS-TAB-VL-TOTAL(WS-IDX-BANCO)

           ADD 1                    TO WS-TOT-QTD-LIQUIDADOS
           ADD FINBOLP-VL-DOCUMENTO TO WS-TOT-VL-DOCUMENTOS
           ADD WS-VL-ENCARGOS       TO WS-TOT-VL-ENCARGOS
           ADD FINBOLP-VL-TOTAL     TO WS-TOT-VL-LIQUIDADO

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-BANCOS SECTION.
      * Total dos recusados, uma linha por banco com liquidacao no dia
      * (na ordem do codigo) e o total geral.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-BANCOS' TO WS-NOM-PARAGRAFO

           MOVE WS-QTD-RECUSADOS   TO WS-QTD-EDITADA
           MOVE WS-TOT-VL-RECUSADO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINBLREL
           STRING 'TOTAL RECUSADO NO DIA         : ' WS-QTD-EDITADA
                  '   VALOR: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-LINHA-SEPARADOR TO REG-FINBLREL
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBLREL
           STRING 'LIQUIDACAO POR BANCO DO BENEFICIARIO (ITENS '
                  'ENVIADOS A CAMARA)'
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBLREL
           STRING '   BCO      QTD    VALOR DOCUMENTOS'
                  '          ENCARGOS       TOTAL LIQUIDADO'
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                   UNTIL WS-IDX-BANCO > 999
              IF WS-TAB-QTD(WS-IDX-BANCO) > ZEROS
                 MOVE WS-IDX-BANCO           TO WS-LIN-BCO-BANCO
                 MOVE WS-TAB-QTD(WS-IDX-BANCO)
                   TO WS-LIN-BCO-QTD
                 MOVE WS-TAB-VL-DOC(WS-IDX-BANCO)
                   TO WS-LIN-BCO-VL-DOC
                 MOVE WS-TAB-VL-ENC(WS-IDX-BANCO)
                   TO WS-LIN-BCO-VL-ENC
                 MOVE WS-TAB-VL-TOTAL(WS-IDX-BANCO)
                   TO WS-LIN-BCO-VL-TOTAL
                 MOVE WS-LINHA-BANCO TO REG-FINBLREL
                 PERFORM P7000-GRAVA-LINHA
              END-IF
           END-PERFORM

           MOVE WS-LINHA-SEPARADOR TO REG-FINBLREL
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-QTD-LIQUIDADOS TO WS-QTD-EDITADA
           MOVE WS-TOT-VL-DOCUMENTOS  TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINBLREL
           STRING 'TOTAL LIQUIDADO NO DIA        : ' WS-QTD-EDITADA
                  '   DOCUMENTOS: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-VL-ENCARGOS TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINBLREL
           STRING '                                           '
                  '   ENCARGOS  : ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-VL-LIQUIDADO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINBLREL
           STRING '                                           '
                  '   TOTAL     : ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINBLREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINBLREL    END-WRITE

           IF WS-FS-FINBLREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINBLREL - FILE STATUS = '
                     WS-FS-FINBLREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB227 - TERMINO COM ERRO'
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
           IF FINBOLP-EXISTE
              CLOSE FINBOLP
           END-IF
           IF FINCLOUT-ABERTO
              CLOSE FINCLOUT
           END-IF
           CLOSE FINBLREL

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB227 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD MOVIMENTOS LIDOS        - ' WS-QTD-LIDOS
           DISPLAY 'QTD DEBITOS DE BOLETO       - '
                   WS-QTD-DEBITOS-BOLETO
           DISPLAY 'QTD PAGAMENTOS LIQUIDADOS   - ' WS-QTD-LIQUIDADOS
           DISPLAY 'QTD JA LIQUIDADOS           - '
                   WS-QTD-JA-LIQUIDADOS
           DISPLAY 'QTD DEBITOS SEM PAGAMENTO   - '
                   WS-QTD-SEM-PAGAMENTO
           DISPLAY 'QTD PAGAMENTOS RECUSADOS    - ' WS-QTD-RECUSADOS
           DISPLAY 'VALOR LIQUIDADO NO DIA      - ' WS-TOT-VL-LIQUIDADO
           DISPLAY '***************************************************'

           .
