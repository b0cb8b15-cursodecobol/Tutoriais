      *                                              (CONTRATO+PARCELA)
      *                                   FINLOAN  - CONTRATOS (STATUS
      *                                              'A' <-> 'V')
      *                                   FINLNAMR - CRONOGRAMA DE
      *                                              AMORTIZACAO
      *                                              (PARCELA PAGA OU
      *                                              EM ATRASO)
      *              ARQUIVOS DE SAIDA  : FINTRANM - MULTAS 'F', LAYOUT
      *                                              FINTRAN + TRAILER,
      *                                              P/ CONCATENACAO AO
      *                                              FINTRAN DO PROXIMO
      *                                              CICLO
      *                                   FINNTEV  - EVENTOS PARA
      *                                              AVISO AO CLIENTE
      *                                              (EXTEND)
      *                                   RELATORIO DE INADIMPLENCIA
      *                                   (SAIDA PADRAO, POR AGENCIA,
      *                                   PIOR ATRASO PRIMEIRO)
      *   FINLNMNT mostra a situacao por extenso;
      * - Relatorio de inadimplencia para a cobranca: por agencia, pior
      *   atraso primeiro (contrato, parcela, conta, valor, dias).
      * - Para o aviso ao cliente (FINPB247), a primeira deteccao de
      *   cada parcela gera o evento 'PQU' (parcela quicada) e o
      *   contrato que passa de 'A' para 'V' gera o evento 'ATR', em
      *   FINNTEV.dat, contra a conta do tomador.
      ******************************************************************
      * VRS003 - 15/10/2026 - EVENTOS PQU (PARCELA QUICADA) E ATR
      *                       (CONTRATO EM ATRASO) PARA O AVISO AO
      *                       CLIENTE
      * VRS002 - 15/10/2026 - CRONOGRAMA DE AMORTIZACAO (FINLNAMR):
      *                       APOS A BAIXA DAS QUITADAS, CADA PARCELA
      *                       EMITIDA OU EM ATRASO DO CRONOGRAMA E
      *                       CONFRONTADA COM O REGISTRO DE ATRASO -
      *                       VIVA NO SUSPENSE FICA 'A' (EM ATRASO);
      *                       EM ATRASO QUE SAIU DO SUSPENSE, OU
      *                       EMITIDA EM FECHAMENTO ANTERIOR QUE NUNCA
      *                       QUICOU, FICA 'Q' (PAGA), COM A DATA DO
      *                       PAGAMENTO.
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    CRONOGRAMA DE AMORTIZACAO - PAGAMENTO / ATRASO (I-O)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA).
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.
      *    PERCENTUAL DA MULTA (UM REGISTRO; AUSENTE = 002,00%)
           SELECT FINLNPEN ASSIGN TO 'FINLNPEN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
           SELECT FINLNARR-REL ASSIGN TO 'FINLNARR.rel'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLNARR-REL.
      *    EVENTOS PARA AVISO AO CLIENTE - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINPB247 (VER FD FINNTEV, LA).
           SELECT FINNTEV  ASSIGN TO 'FINNTEV.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINNTEV.

      ******************************************************************
       DATA DIVISION.
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
              88  FINLNAMR-EMITIDA           VALUE 'E'.
              88  FINLNAMR-EM-ATRASO         VALUE 'A'.
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
      *    PERCENTUAL DA MULTA SOBRE O VALOR DA PARCELA
       FD  FINLNPEN
           03  REL-VL-PARCELA         PIC  9(009)V99.
           03  FILLER                 PIC  X(003).
      *
      *    MESMA DEFINICAO USADA PELO FINPB247 (VER FD FINNTEV, LA)
       FD  FINNTEV
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINNTEV.
           03  FINNTEV-DATA           PIC  9(008).
           03  FINNTEV-EVENTO         PIC  X(003).
           03  FINNTEV-CONTA          PIC  X(017).
           03  FINNTEV-VL-EVENTO      PIC  S9(009)V99.
           03  FINNTEV-VL-COMPL       PIC  S9(009)V99.
           03  FINNTEV-REFERENCIA     PIC  X(020).
           03  FINNTEV-PROGRAMA       PIC  X(008).
           03  FILLER                 PIC  X(002).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB196'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '003'.
      *
           05  WS-FS-FINTRANS         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNARR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNPEN         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANM         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNARW         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNARR-REL     PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTEV          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-FINTRANS  PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-PARCELAS-ABERTAS PIC 9(010) VALUE ZEROS.
           05  WS-QTD-CONTR-ATRASO    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONTR-RECUPER   PIC 9(010)  VALUE ZEROS.
           05  WS-VL-SOMA-MULTAS      PIC 9(011)V99 VALUE ZEROS.
           05  WS-QTD-CRON-PAGAS      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CRON-ATRASO     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-EVENTOS         PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINTRANS-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINTRANS               VALUE 'S'.
              88  FIM-FINLOAN                VALUE 'S'.
           05  WS-FIM-REL-SW          PIC X(001)  VALUE 'N'.
              88  FIM-REL                    VALUE 'S'.
           05  WS-FIM-FINLNAMR-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINLNAMR               VALUE 'S'.
      *    CRONOGRAMA AUSENTE (NENHUM CONTRATO CONVERTIDO) NAO E ERRO
           05  WS-FINLNAMR-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINLNAMR-EXISTE            VALUE 'S'.
      *    SUSPENSE AUSENTE (NENHUMA REJEICAO VIVA) NAO E ERRO
           05  WS-FINTRANS-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINTRANS-EXISTE            VALUE 'S'.
           PERFORM P0000-INICIALIZA
           PERFORM P1000-REGISTRA-QUICADAS
           PERFORM P3000-BAIXA-QUITADAS
           PERFORM P3800-ATUALIZA-CRONOGRAMA
           PERFORM P4000-ATUALIZA-CONTRATOS
           PERFORM P5000-CLASSIFICA-RELATORIO
           PERFORM P6000-IMPRIME-RELATORIO
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

           OPEN OUTPUT FINTRANM
           IF WS-FS-FINTRANM NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              PERFORM P8000-ERRO
           END-IF

           OPEN EXTEND FINNTEV
           IF WS-FS-FINNTEV EQUAL '35'
              OPEN OUTPUT FINNTEV
           END-IF
           IF WS-FS-FINNTEV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINNTEV - FILE STATUS = '
                     WS-FS-FINNTEV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
                    PERFORM P8000-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-NOVAS
                 PERFORM P2700-EVENTO-QUICADA
              NOT INVALID KEY
                 MOVE WS-DATA-EXECUCAO TO FINLNARR-DT-ULT-CICLO
                 REWRITE REG-FINLNARR

           .

      *-----------------------------------------------------------------
       P2700-EVENTO-QUICADA SECTION.
      * Evento 'PQU' da parcela recem-detectada no suspense: valor da
      * parcela e da multa, referencia CONTRATO/PARCELA.
      *-----------------------------------------------------------------

           MOVE SPACES               TO REG-FINNTEV
           MOVE 'PQU'                TO FINNTEV-EVENTO
           MOVE FINLNARR-CHAVE-CONTA TO FINNTEV-CONTA
           MOVE FINLNARR-VL-PARCELA  TO FINNTEV-VL-EVENTO
           MOVE WS-VL-MULTA          TO FINNTEV-VL-COMPL
           STRING WS-NR-CONTRATO '/' WS-NR-PARCELA
                  DELIMITED BY SIZE INTO FINNTEV-REFERENCIA
           END-STRING
           PERFORM P7500-GRAVA-EVENTO

           .

      *-----------------------------------------------------------------
       P3000-BAIXA-QUITADAS SECTION.
      * Parcela cuja entrada nao foi recarimbada neste ciclo saiu do

           .

      *-----------------------------------------------------------------
       P3800-ATUALIZA-CRONOGRAMA SECTION.
      * Confronta as parcelas emitidas ('E') e em atraso ('A') do
      * cronograma com o registro de atraso ja depurado pelo P3000:
      * - viva no suspense (entrada em FINLNARR): fica 'A';
      * - 'A' sem entrada: saiu do suspense neste ciclo - 'Q', paga
      *   na data do ciclo;
      * - 'E' emitida em fechamento anterior, ja vencida e sem entrada:
      *   postou no vencimento sem quicar - 'Q', paga no vencimento.
      * A parcela emitida hoje pelo FINPB195 ainda nao foi ao ciclo e
      * continua 'E'.
      *-----------------------------------------------------------------

           MOVE 'P3800-ATUALIZA-CRONOGRAMA' TO WS-NOM-PARAGRAFO

           IF NOT FINLNAMR-EXISTE
              EXIT SECTION
           END-IF

           MOVE 'N'   TO WS-FIM-FINLNAMR-SW
           MOVE ZEROS TO FINLNAMR-NR-CONTRATO
           MOVE ZEROS TO FINLNAMR-NR-PARCELA
           START FINLNAMR KEY NOT LESS THAN FINLNAMR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLNAMR-SW
           END-START

           PERFORM UNTIL FIM-FINLNAMR
              READ FINLNAMR NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
                 NOT AT END
                    IF FINLNAMR-EMITIDA OR FINLNAMR-EM-ATRASO
                       PERFORM P3900-SITUACAO-PARCELA
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3900-SITUACAO-PARCELA SECTION.
      *-----------------------------------------------------------------

           MOVE FINLNAMR-NR-CONTRATO TO FINLNARR-NR-CONTRATO
           MOVE FINLNAMR-NR-PARCELA  TO FINLNARR-NR-PARCELA
           READ FINLNARR
              INVALID KEY
                 CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-FS-FINLNARR EQUAL '00'
                    IF FINLNAMR-EM-ATRASO
                       EXIT SECTION
                    END-IF
                    MOVE 'A' TO FINLNAMR-STATUS
                    ADD 1    TO WS-QTD-CRON-ATRASO
               WHEN WS-FS-FINLNARR NOT EQUAL '23'
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINLNARR - FILE STATUS = '
                           WS-FS-FINLNARR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
               WHEN FINLNAMR-EM-ATRASO
                    MOVE 'Q'              TO FINLNAMR-STATUS
                    MOVE WS-DATA-EXECUCAO TO FINLNAMR-DT-PAGAMENTO
                    ADD 1                 TO WS-QTD-CRON-PAGAS
               WHEN FINLNAMR-DT-EMISSAO < WS-DATA-EXECUCAO
                AND FINLNAMR-DT-VENCIMENTO NOT > WS-DATA-EXECUCAO
                    MOVE 'Q'                    TO FINLNAMR-STATUS
                    MOVE FINLNAMR-DT-VENCIMENTO TO FINLNAMR-DT-PAGAMENTO
                    ADD 1                       TO WS-QTD-CRON-PAGAS
               WHEN OTHER
                    EXIT SECTION
           END-EVALUATE

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
       P4000-ATUALIZA-CONTRATOS SECTION.
      * Sincroniza o status dos contratos com o registro de atraso:
                          MOVE 'V' TO FINLOAN-STATUS
                          REWRITE REG-FINLOAN
                          ADD 1 TO WS-QTD-CONTR-ATRASO
                          PERFORM P4700-EVENTO-ATRASO
                       END-IF
                       IF NOT CONTRATO-EM-ABERTO
                          AND FINLOAN-EM-ATRASO

           .

      *-----------------------------------------------------------------
       P4700-EVENTO-ATRASO SECTION.
      * Evento 'ATR' do contrato que acabou de entrar em atraso: valor
      * da parcela, referencia o numero do contrato.
      *-----------------------------------------------------------------

           MOVE SPACES               TO REG-FINNTEV
           MOVE 'ATR'                TO FINNTEV-EVENTO
           MOVE FINLOAN-CHAVE-CONTA  TO FINNTEV-CONTA
           MOVE FINLOAN-VL-PARCELA   TO FINNTEV-VL-EVENTO
           MOVE ZEROS                TO FINNTEV-VL-COMPL
           MOVE FINLOAN-NR-CONTRATO  TO FINNTEV-REFERENCIA
           PERFORM P7500-GRAVA-EVENTO

           .

      *-----------------------------------------------------------------
       P5000-CLASSIFICA-RELATORIO SECTION.
      * Classifica as linhas por agencia ascendente e, dentro da

           .

      *-----------------------------------------------------------------
       P7500-GRAVA-EVENTO SECTION.
      * Completa e grava o evento de aviso preparado pelo chamador.
      *-----------------------------------------------------------------

           MOVE WS-DATA-EXECUCAO TO FINNTEV-DATA
           MOVE WS-NOM-PROGRAMA  TO FINNTEV-PROGRAMA

           WRITE REG-FINNTEV    END-WRITE

           IF WS-FS-FINNTEV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINNTEV - FILE STATUS = '
                     WS-FS-FINNTEV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-EVENTOS

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           CLOSE FINTRANM
                 FINLNARR
                 FINNTEV
           IF FINTRANS-EXISTE
              CLOSE FINTRANS
           END-IF
           IF FINLOAN-EXISTE
              CLOSE FINLOAN
           END-IF
           IF FINLNAMR-EXISTE
              CLOSE FINLNAMR
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB196 - TERMINO NORMAL'
                    WS-QTD-CONTR-ATRASO
           DISPLAY 'QTD CONTRATOS RECUPERADOS   - '
                    WS-QTD-CONTR-RECUPER
           DISPLAY 'QTD PARC.CRONOGRAMA PAGAS   - '
                    WS-QTD-CRON-PAGAS
           DISPLAY 'QTD PARC.CRONOGRAMA ATRASO  - '
                    WS-QTD-CRON-ATRASO
           DISPLAY 'QTD EVENTOS DE AVISO        - ' WS-QTD-EVENTOS
           DISPLAY '***************************************************'

           .
