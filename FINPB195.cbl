      *                                   FINTRANS - TRANS.REJEITADAS
      *                                              (PESQUISA DE
      *                                              PARCELAS QUICADAS)
      *              ARQUIVO DE E/S     : FINLNAMR - CRONOGRAMA DE
      *                                              AMORTIZACAO (VALOR
      *                                              DA PARCELA E BAIXA
      *                                              DA EMISSAO)
      *              ARQUIVO DE SAIDA   : FINTRANL - PARCELAS DO MES,
      *                                              LAYOUT FINTRAN +
      *                                              TRAILER, PARA
      * rejeitadas por saldo insuficiente (ID na faixa 8.7 bilhoes +
      * motivo '03'), relatando contrato a contrato para a cobranca.
      ******************************************************************
      * VRS005 - 15/10/2026 - CRONOGRAMA DE AMORTIZACAO (FINLNAMR): O
      *                       VALOR DA PARCELA EMITIDA PASSA A SER O
      *                       DA LINHA DO CRONOGRAMA (NO SAC A PARCELA
      *                       VARIA MES A MES), E A LINHA E MARCADA
      *                       EMITIDA ('E') COM A DATA DE EMISSAO E O
      *                       VENCIMENTO EFETIVO. CONTRATO SEM
      *                       CRONOGRAMA CONTINUA COBRANDO
      *                       FINLOAN-VL-PARCELA.
      * VRS004 - 02/09/2026 - CONTRATO EM ATRASO ('V', GRAVADO PELO
      *                       NOVO FINPB196 QUANDO UMA PARCELA QUICADA
      *                       ESTA VIVA NO SUSPENSE) CONTINUA TENDO AS
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    CRONOGRAMA DE AMORTIZACAO - LEITURA DIRETA + REGRAVACAO
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA).
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.
      *    PARCELAS DO MES - SAIDA (WRITE), LAYOUT FINTRAN + TRAILER
           SELECT FINTRANL ASSIGN TO 'FINTRANL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
              88  FINLOAN-LIQUIDADO          VALUE 'L'.
              88  FINLOAN-EM-ATRASO          VALUE 'V'.
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
       FD  FINLNAMR
           RECORD CONTAINS 090 CHARACTERS.

       01  REG-FINLNAMR.
           03  FINLNAMR-CHAVE.
               05  FINLNAMR-NR-CONTRATO PIC 9(008).
               05  FINLNAMR-NR-PARCELA  PIC 9(003).
           03  FINLNAMR-METODO        PIC  X(001).
           03  FINLNAMR-DT-VENCIMENTO PIC  9(008).
           03  FINLNAMR-VL-PARCELA    PIC  9(009)V99.
           03  FINLNAMR-VL-AMORTIZACAO PIC 9(009)V99.
           03  FINLNAMR-VL-JUROS      PIC  9(009)V99.
           03  FINLNAMR-VL-SALDO-DEVEDOR PIC 9(009)V99.
      *    'P'=Prevista 'E'=Emitida 'Q'=Paga 'A'=Em atraso
      *    'L'=Liquidada antecipadamente
           03  FINLNAMR-STATUS        PIC  X(001).
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
       FD  FINTRANL
           RECORDING MODE IS F
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANL         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANS         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIQUIDADOS      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-QUICADAS        PIC 9(010)  VALUE ZEROS.
           05  WS-VL-SOMA-FINTRANL    PIC 9(011)V99 VALUE ZEROS.
           05  WS-QTD-SEM-CRONOGRAMA  PIC 9(010)  VALUE ZEROS.
      *    VALOR DA PARCELA A EMITIR (CRONOGRAMA OU FINLOAN)
           05  WS-VL-PARCELA          PIC 9(009)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINLOAN-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINLOAN                VALUE 'S'.
      *    CADASTRO DE CONTRATOS AUSENTE = NADA A SERVIR
           05  WS-FINLOAN-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINLOAN-EXISTE             VALUE 'S'.
      *    CRONOGRAMA AUSENTE = TODOS OS CONTRATOS PELA PARCELA FIXA
           05  WS-FINLNAMR-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINLNAMR-EXISTE            VALUE 'S'.
           05  WS-ACHOU-PARCELA-SW    PIC X(001)  VALUE 'N'.
              88  ACHOU-PARCELA              VALUE 'S'.
      *
           05  WS-NR-CONTRATO-REJ     PIC 9(008)  VALUE ZEROS.
      *
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINLNAMR
           EVALUATE WS-FS-FINLNAMR
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINLNAMR-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINLNAMR - FILE STATUS = '
                           WS-FS-FINLNAMR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINTRANL
           IF WS-FS-FINTRANL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG

           MOVE 'P2000-EMITE-UMA-PARCELA' TO WS-NOM-PARAGRAFO

           PERFORM P2100-LE-CRONOGRAMA

           MOVE SPACES              TO REG-FINTRANL
           MOVE FINLOAN-CHAVE-CONTA TO FINTRANL-CHAVE
           MOVE WS-VL-PARCELA       TO FINTRANL-VL-TRAN
           MOVE 'D'                 TO FINTRANL-IND-TRAN

      *    A parcela vence no dia contratado dentro do mes corrente
           END-IF

           ADD 1 TO WS-QTD-PARCELAS
           ADD WS-VL-PARCELA TO WS-VL-SOMA-FINTRANL

           IF ACHOU-PARCELA
              PERFORM P2200-BAIXA-EMISSAO
           END-IF

           ADD 1 TO FINLOAN-QTD-EMITIDAS
           IF FINLOAN-QTD-EMITIDAS NOT LESS FINLOAN-PRAZO-MESES

           .

      *-----------------------------------------------------------------
       P2100-LE-CRONOGRAMA SECTION.
      * Le a linha do cronograma da parcela a emitir; sem ela (contrato
      * sem cronograma) vale a parcela fixa do contrato.
      *-----------------------------------------------------------------

           MOVE 'N'                TO WS-ACHOU-PARCELA-SW
           MOVE FINLOAN-VL-PARCELA TO WS-VL-PARCELA

           IF NOT FINLNAMR-EXISTE
              ADD 1 TO WS-QTD-SEM-CRONOGRAMA
              EXIT SECTION
           END-IF

           MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           COMPUTE FINLNAMR-NR-PARCELA = FINLOAN-QTD-EMITIDAS + 1
           READ FINLNAMR
              INVALID KEY
                 ADD 1 TO WS-QTD-SEM-CRONOGRAMA
              NOT INVALID KEY
                 MOVE 'S'                 TO WS-ACHOU-PARCELA-SW
                 MOVE FINLNAMR-VL-PARCELA TO WS-VL-PARCELA
           END-READ

           IF WS-FS-FINLNAMR NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINLNAMR - FILE STATUS = '
                     WS-FS-FINLNAMR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2200-BAIXA-EMISSAO SECTION.
      * Marca a linha do cronograma como emitida, com a data de emissao
      * e o vencimento efetivo da parcela.
      *-----------------------------------------------------------------

           MOVE 'E'              TO FINLNAMR-STATUS
           MOVE WS-DATA-EXECUCAO TO FINLNAMR-DT-EMISSAO
           MOVE WS-DT-VENCIMENTO TO FINLNAMR-DT-VENCIMENTO

           REWRITE REG-FINLNAMR
           IF WS-FS-FINLNAMR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINLNAMR - FILE STATUS = '
                     WS-FS-FINLNAMR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-RELATA-QUICADAS SECTION.
      * Varre FINTRANS a procura de parcelas de emprestimo rejeitadas
           IF FINLOAN-EXISTE
              CLOSE FINLOAN
           END-IF
           IF FINLNAMR-EXISTE
              CLOSE FINLNAMR
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB195 - TERMINO NORMAL'
           DISPLAY 'QTD PARCELAS EMITIDAS       - ' WS-QTD-PARCELAS
           DISPLAY 'QTD CONTRATOS LIQUIDADOS    - ' WS-QTD-LIQUIDADOS
           DISPLAY 'QTD PARCELAS QUICADAS 03    - ' WS-QTD-QUICADAS
           DISPLAY 'QTD PARCELAS SEM CRONOGRAMA - '
                   WS-QTD-SEM-CRONOGRAMA
           DISPLAY '***************************************************'

           .
