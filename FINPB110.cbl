      *              IMPORTANTE:
      *              - ORDENAR FINCORREC E FINSLDA P/ RESPECTIVA CHAVE
      *
      *                                   FINSLDH   - HISTORICO DE
      *                                               MOVIMENTOS
      *                                               (FINPB140),
      *                                               OPCIONAL
      *              ARQUIVOS DE SAIDA  : FINTRANC  - TRANSACOES DE
      *                                               ESTORNO, NO
      *                                               FORMATO FINTRAN
      * ('D' vira 'C' e vice-versa), que passa a fluir pelo processo
      * normal de balance-line do FINPB100 no próximo lote.
      * - Pedido sem transação original correspondente em FINSLDA é
      *   procurado no histórico FINSLDH (movimentos de dias
      *   anteriores, como os contestados no FINDSMNT); sem
      *   correspondente em nenhum dos dois, é gravado em FINCORREJ
      *   para análise.
      ******************************************************************
      * VRS006 - 15/10/2026 - TRANSACAO ORIGINAL NAO ENCONTRADA NA
      *                       TRILHA DO DIA (FINSLDA) PASSA A SER
      *                       PROCURADA TAMBEM NO HISTORICO FINSLDH
      *                       (MESMA CHAVE, VALOR E INDICADOR), PARA
      *                       ATENDER AOS PEDIDOS DE ESTORNO DAS
      *                       CONTESTACOES (FINDSMNT), QUE SE REFEREM A
      *                       MOVIMENTOS DE DIAS ANTERIORES.
      * VRS005 - 22/08/2026 - ACOMPANHA A AMPLIACAO DE REG-FINSLDA NO
      *                       FINPB100 (NOVOS CAMPOS FINSLDA-ID-TRAN,
      *                       FINSLDA-COD-ORIGEM E FINSLDA-COD-OPER,
           SELECT FINSLDA   ASSIGN TO 'FINSLDA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDA.
      *    HISTORICO PERMANENTE DE MOVIMENTOS - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDH, LA).
           SELECT FINSLDH   ASSIGN TO 'FINSLDH.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDH.
      *    ARQUIVO TRANSACOES DE ESTORNO - SAÍDA (WRITE)
           SELECT FINTRANC  ASSIGN TO 'FINTRANC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
           03  FINSLDA-ID-TRAN           PIC  9(010).
           03  FINSLDA-COD-ORIGEM        PIC  X(002).
           03  FINSLDA-COD-OPER          PIC  X(008).
      *
       FD  FINSLDH
           RECORDING MODE IS F
           RECORD CONTAINS 086 CHARACTERS.

       01  REG-FINSLDH.
           03  FINSLDH-CHAVE             PIC  X(017).
           03  FINSLDH-DATA-PROC         PIC  9(008).
           03  FINSLDH-NR-SEQ            PIC  9(007).
           03  FINSLDH-VL-SLD-ANTES      PIC  S9(009)V99.
           03  FINSLDH-VL-TRAN           PIC  9(009)V99.
           03  FINSLDH-IND-TRAN          PIC  X(001).
           03  FINSLDH-VL-SLD-DEPOIS     PIC  S9(009)V99.
           03  FINSLDH-ID-TRAN           PIC  9(010).
           03  FINSLDH-COD-ORIGEM        PIC  X(002).
           03  FINSLDH-COD-OPER          PIC  X(008).
      *
      *    TRANSACAO DE ESTORNO, NO LAYOUT ATUAL DE REG-FINTRAN, PARA
      *    FLUIR PELO BALANCE-LINE NORMAL DO FINPB100 NO PROXIMO LOTE.
      *
           05  WS-FS-FINCORREC        PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDA          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDH          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANC         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCORREJ        PIC X(002)  VALUE '00'.
      *

           CLOSE FINSLDA

           IF NOT ACHOU-ORIGINAL
              PERFORM P3100-LOCALIZA-HISTORICO
           END-IF

           .

      *-----------------------------------------------------------------
       P3100-LOCALIZA-HISTORICO SECTION.
      * Procura a transacao original no historico permanente (dias
      * anteriores). Historico ausente (primeira execucao) = nao
      * localizada.
      *-----------------------------------------------------------------

           MOVE 'P3100-LOCALIZA-HISTORICO' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLDH
           EVALUATE WS-FS-FINSLDH
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDH - FILE STATUS = '
                           WS-FS-FINSLDH
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL WS-FS-FINSLDH EQUAL '10'
                       OR ACHOU-ORIGINAL
              READ FINSLDH
                 AT END
                    MOVE '10' TO WS-FS-FINSLDH
                 NOT AT END
                    IF FINSLDH-CHAVE    EQUAL FINCORREC-CHAVE
                       AND FINSLDH-VL-TRAN  EQUAL FINCORREC-VL-TRAN
                       AND FINSLDH-IND-TRAN EQUAL FINCORREC-IND-TRAN
                       MOVE 'S' TO WS-ACHOU-ORIGINAL
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSLDH

           .

      *-----------------------------------------------------------------
       P4500-GRAVA-FINCORREJ SECTION.
      * Grava, para analise posterior, um pedido de estorno rejeitado:
      * MOTIVO '01' - transacao original nao localizada na trilha de
      *               auditoria nem no historico;
      * MOTIVO '02' - transacao original e um 'J' (ajuste manual), que
      *               este programa ainda nao sabe reverter.
      *-----------------------------------------------------------------
