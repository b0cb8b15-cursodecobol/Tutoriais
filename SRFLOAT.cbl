      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CONSULTAR OS CREDITOS DE UMA CONTA AINDA EM FLOAT
      *              (BLOQUEADOS ATE A COMPENSACAO) NUMA DATA DE
      *              REFERENCIA.
      *              ARQUIVO : FINFLOAT - CREDITOS EM FLOAT (GRAVADO
      *                                   PELO FINPB100)
      *
      * ESPECIFICAÇÃO
      * Sub-rotina chamada por quem precisa mostrar ou descontar do
      * saldo os creditos ainda nao compensados (FINCONS, conferencia
      * de saque do FINTLMNT e extrato do FINPB145). Soma os creditos
      * da conta PENDENTES com data de liberacao POSTERIOR a data de
      * referencia - a mesma regra que o FINPB100 usa para recusar o
      * debito com o motivo '11' - e devolve o total, a quantidade, a
      * proxima data de liberacao com o valor liberado nela e a data
      * em que o ultimo credito fica livre.
      * Sem arquivo ou sem credito bloqueado = zeros, retorno '10'.
      * O arquivo e aberto e fechado a cada chamada.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRFLOAT.
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
      *    CREDITOS EM FLOAT - ENTRADA (START + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINFLOAT, LA).
           SELECT FINFLOAT ASSIGN TO 'FINFLOAT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINFLOAT-CHAVE
                  FILE STATUS IS WS-FS-FINFLOAT.

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
               05  FINFLOAT-CHAVE-CONTA  PIC  X(017).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRFLOAT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINFLOAT         PIC X(002)  VALUE '00'.
           05  WS-FIM-FINFLOAT-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINFLOAT               VALUE 'S'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    ENTRADA: CONTA (AGENCIA+CONTA+SUBCONTA) E DATA DE REFERENCIA
      *    (DATA DO CICLO QUE VAI JULGAR OS DEBITOS)
           03  WK-PARM-CHAVE              PIC  X(017).
           03  WK-PARM-DATA-REF           PIC  9(008).
      *    SAIDA: TOTAL E QUANTIDADE DE CREDITOS BLOQUEADOS, PROXIMA
      *    LIBERACAO (DATA E VALOR) E DATA DA ULTIMA LIBERACAO
           03  WK-PARM-VL-FLOAT           PIC  9(011)V99.
           03  WK-PARM-QTD-FLOAT          PIC  9(005).
           03  WK-PARM-DT-PROX-LIBERACAO  PIC  9(008).
           03  WK-PARM-VL-PROX-LIBERACAO  PIC  9(011)V99.
           03  WK-PARM-DT-ULT-LIBERACAO   PIC  9(008).
      *    '00'=HA CREDITO EM FLOAT  '10'=NENHUM CREDITO EM FLOAT
      *    '99'=ERRO DE ARQUIVO (VER FILE STATUS)
           03  WK-PARM-COD-RETORNO        PIC  X(002).
           03  WK-PARM-FILE-STATUS        PIC  X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           MOVE ZEROS  TO WK-PARM-VL-FLOAT
                          WK-PARM-QTD-FLOAT
                          WK-PARM-DT-PROX-LIBERACAO
                          WK-PARM-VL-PROX-LIBERACAO
                          WK-PARM-DT-ULT-LIBERACAO
           MOVE '10'   TO WK-PARM-COD-RETORNO
           MOVE '00'   TO WK-PARM-FILE-STATUS

           PERFORM P1000-CONSULTA

           GOBACK.

      *-----------------------------------------------------------------
       P1000-CONSULTA SECTION.
      * Posiciona no primeiro credito da conta (START) e le os
      * creditos dela (READ NEXT) ate mudar a conta.
      *-----------------------------------------------------------------

           OPEN INPUT FINFLOAT
           EVALUATE WS-FS-FINFLOAT
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE '99'           TO WK-PARM-COD-RETORNO
                    MOVE WS-FS-FINFLOAT TO WK-PARM-FILE-STATUS
                    EXIT SECTION
           END-EVALUATE

           MOVE 'N'           TO WS-FIM-FINFLOAT-SW
           MOVE WK-PARM-CHAVE TO FINFLOAT-CHAVE-CONTA
           MOVE ZEROS         TO FINFLOAT-ID-TRAN
           START FINFLOAT KEY NOT LESS THAN FINFLOAT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINFLOAT-SW
           END-START

           PERFORM UNTIL FIM-FINFLOAT
              READ FINFLOAT NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINFLOAT-SW
                 NOT AT END
                    IF FINFLOAT-CHAVE-CONTA NOT EQUAL WK-PARM-CHAVE
                       MOVE 'S' TO WS-FIM-FINFLOAT-SW
                    ELSE
                       IF FINFLOAT-PENDENTE
                          AND FINFLOAT-DT-LIBERACAO > WK-PARM-DATA-REF
                          PERFORM P1500-ACUMULA-CREDITO
                       END-IF
                    END-IF
              END-READ
              IF WS-FS-FINFLOAT NOT EQUAL '00' AND '10'
                 MOVE '99'           TO WK-PARM-COD-RETORNO
                 MOVE WS-FS-FINFLOAT TO WK-PARM-FILE-STATUS
                 MOVE 'S'            TO WS-FIM-FINFLOAT-SW
              END-IF
           END-PERFORM

           CLOSE FINFLOAT

           .

      *-----------------------------------------------------------------
       P1500-ACUMULA-CREDITO SECTION.
      *-----------------------------------------------------------------

           MOVE '00' TO WK-PARM-COD-RETORNO
           ADD FINFLOAT-VL-TRAN TO WK-PARM-VL-FLOAT
           ADD 1                TO WK-PARM-QTD-FLOAT

           EVALUATE TRUE
               WHEN WK-PARM-DT-PROX-LIBERACAO EQUAL ZEROS
                 OR FINFLOAT-DT-LIBERACAO < WK-PARM-DT-PROX-LIBERACAO
                    MOVE FINFLOAT-DT-LIBERACAO
                      TO WK-PARM-DT-PROX-LIBERACAO
                    MOVE FINFLOAT-VL-TRAN
                      TO WK-PARM-VL-PROX-LIBERACAO
               WHEN FINFLOAT-DT-LIBERACAO EQUAL
                    WK-PARM-DT-PROX-LIBERACAO
                    ADD FINFLOAT-VL-TRAN TO WK-PARM-VL-PROX-LIBERACAO
           END-EVALUATE

           IF FINFLOAT-DT-LIBERACAO > WK-PARM-DT-ULT-LIBERACAO
              MOVE FINFLOAT-DT-LIBERACAO TO WK-PARM-DT-ULT-LIBERACAO
           END-IF

           .
