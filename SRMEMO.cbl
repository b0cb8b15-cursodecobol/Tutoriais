      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANTER E CONSULTAR O SALDO MEMO DO DIA: OS DEBITOS
      *              E CREDITOS JA DIGITADOS NO FINTRAN DO PROXIMO CICLO
      *              PELOS PROGRAMAS DE CAPTURA ON-LINE, AINDA NAO
      *              REFLETIDOS NO SALDO DA NOITE ANTERIOR.
      *              ARQUIVO : FINMEMO - MOVIMENTO MEMO POR CONTA
      *                                  (CHAVE AGENCIA+CONTA+SUBCONTA)
      *
      * ESPECIFICAÇÃO
      * Sub-rotina chamada pelos programas que gravam movimento no
      * FINTRAN do ciclo durante o dia (FINTLMNT, FINJMNT, FINLNMNT,
      * FINCDMNT e FINSMNT), logo depois do WRITE, e pelos que precisam
      * do saldo disponivel (FINCONS e a conferencia de saque do
      * FINTLMNT):
      *   FUNCAO 'A' - ACUMULA o movimento na conta: 'D' e 'F' somam
      *                nos debitos pendentes, 'C' e 'J' nos
      *                creditos pendentes (mesma regra de sinal do
      *                P3500 do FINPB100). Cria o registro da conta e,
      *                se preciso, o proprio FINMEMO.dat;
      *   FUNCAO 'C' - CONSULTA os debitos e creditos pendentes da
      *                conta (sem registro ou sem arquivo = zeros,
      *                retorno '10').
      * SALDO DISPONIVEL = saldo da noite anterior - debitos pendentes
      * + creditos pendentes (o limite de cheque especial e somado por
      * quem decide o saque). O arquivo e aberto e fechado a cada
      * chamada, para varios terminais o atualizarem no mesmo dia; o
      * FINPB101 o apaga na promocao do FINSLDS (P4000), quando os
      * movimentos ja estao no saldo promovido.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRMEMO.
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
      *    MOVIMENTO MEMO DO DIA POR CONTA - ACESSO DIRETO
           SELECT FINMEMO  ASSIGN TO 'FINMEMO.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINMEMO-CHAVE
                  FILE STATUS IS WS-FS-FINMEMO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINMEMO
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINMEMO.
      *    AGENCIA + CONTA + SUBCONTA (MESMA CHAVE DO FINSLD)
           03  FINMEMO-CHAVE          PIC  X(017).
           03  FINMEMO-VL-DEBITOS     PIC  9(011)V99.
           03  FINMEMO-VL-CREDITOS    PIC  9(011)V99.
           03  FINMEMO-QTD-DEBITOS    PIC  9(005).
           03  FINMEMO-QTD-CREDITOS   PIC  9(005).
      *    DATA DE PROCESSAMENTO E HORA DO ULTIMO MOVIMENTO ACUMULADO
           03  FINMEMO-DT-ULT-MOVTO   PIC  9(008).
           03  FINMEMO-HORA-ULT-MOVTO PIC  9(006).
           03  FILLER                 PIC  X(013).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRMEMO'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINMEMO          PIC X(002)  VALUE '00'.
           05  WS-HORA-AGORA          PIC 9(008)  VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    'A'=ACUMULA MOVIMENTO  'C'=CONSULTA PENDENTES
           03  WK-PARM-FUNCAO             PIC  X(001).
           03  WK-PARM-CHAVE              PIC  X(017).
      *    ENTRADA DA FUNCAO 'A': INDICADOR (D/F/C/J), VALOR E DATA DE
      *    PROCESSAMENTO
           03  WK-PARM-IND-TRAN           PIC  X(001).
           03  WK-PARM-VL-TRAN            PIC  9(009)V99.
           03  WK-PARM-DATA-PROC          PIC  9(008).
      *    SAIDA: PENDENTES DA CONTA (JA COM O MOVIMENTO ACUMULADO)
           03  WK-PARM-VL-DEBITOS         PIC  9(011)V99.
           03  WK-PARM-VL-CREDITOS        PIC  9(011)V99.
      *    '00'=OK  '10'=CONTA SEM MOVIMENTO MEMO  '01'=FUNCAO OU
      *    INDICADOR INVALIDO  '99'=ERRO DE ARQUIVO (VER FILE STATUS)
           03  WK-PARM-COD-RETORNO        PIC  X(002).
           03  WK-PARM-FILE-STATUS        PIC  X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           MOVE ZEROS  TO WK-PARM-VL-DEBITOS
                          WK-PARM-VL-CREDITOS
           MOVE '00'   TO WK-PARM-FILE-STATUS

           EVALUATE WK-PARM-FUNCAO
               WHEN 'A'
                    PERFORM P1000-ACUMULA
               WHEN 'C'
                    PERFORM P2000-CONSULTA
               WHEN OTHER
                    MOVE '01' TO WK-PARM-COD-RETORNO
           END-EVALUATE

           GOBACK.

      *-----------------------------------------------------------------
       P1000-ACUMULA SECTION.
      * Soma o movimento nos pendentes da conta (cria o registro e, na
      * primeira captura depois da promocao, o proprio arquivo).
      *-----------------------------------------------------------------

           IF WK-PARM-IND-TRAN NOT EQUAL 'D' AND 'F' AND 'C' AND 'J'
              MOVE '01' TO WK-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           OPEN I-O FINMEMO
           IF WS-FS-FINMEMO EQUAL '35'
              OPEN OUTPUT FINMEMO
              IF WS-FS-FINMEMO EQUAL '00'
                 CLOSE FINMEMO
                 OPEN I-O FINMEMO
              END-IF
           END-IF
           IF WS-FS-FINMEMO NOT EQUAL '00'
              MOVE '99'          TO WK-PARM-COD-RETORNO
              MOVE WS-FS-FINMEMO TO WK-PARM-FILE-STATUS
              EXIT SECTION
           END-IF

           MOVE WK-PARM-CHAVE TO FINMEMO-CHAVE
           READ FINMEMO
              INVALID KEY
                 MOVE SPACES        TO REG-FINMEMO
                 MOVE WK-PARM-CHAVE TO FINMEMO-CHAVE
                 MOVE ZEROS         TO FINMEMO-VL-DEBITOS
                                       FINMEMO-VL-CREDITOS
                                       FINMEMO-QTD-DEBITOS
                                       FINMEMO-QTD-CREDITOS
           END-READ
           IF WS-FS-FINMEMO NOT EQUAL '00' AND '23'
              MOVE '99'          TO WK-PARM-COD-RETORNO
              MOVE WS-FS-FINMEMO TO WK-PARM-FILE-STATUS
              CLOSE FINMEMO
              EXIT SECTION
           END-IF

           IF WK-PARM-IND-TRAN EQUAL 'D' OR 'F'
              ADD WK-PARM-VL-TRAN TO FINMEMO-VL-DEBITOS
              ADD 1               TO FINMEMO-QTD-DEBITOS
           ELSE
              ADD WK-PARM-VL-TRAN TO FINMEMO-VL-CREDITOS
              ADD 1               TO FINMEMO-QTD-CREDITOS
           END-IF
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WK-PARM-DATA-PROC  TO FINMEMO-DT-ULT-MOVTO
           MOVE WS-HORA-AGORA(1:6) TO FINMEMO-HORA-ULT-MOVTO

           IF WS-FS-FINMEMO EQUAL '00'
              REWRITE REG-FINMEMO
           ELSE
              WRITE REG-FINMEMO
           END-IF
           IF WS-FS-FINMEMO NOT EQUAL '00'
              MOVE '99'          TO WK-PARM-COD-RETORNO
              MOVE WS-FS-FINMEMO TO WK-PARM-FILE-STATUS
              CLOSE FINMEMO
              EXIT SECTION
           END-IF

           MOVE FINMEMO-VL-DEBITOS  TO WK-PARM-VL-DEBITOS
           MOVE FINMEMO-VL-CREDITOS TO WK-PARM-VL-CREDITOS
           MOVE '00' TO WK-PARM-COD-RETORNO

           CLOSE FINMEMO

           .

      *-----------------------------------------------------------------
       P2000-CONSULTA SECTION.
      * Devolve os pendentes da conta; sem arquivo (nada digitado desde
      * a promocao) ou sem registro = zeros.
      *-----------------------------------------------------------------

           MOVE '10' TO WK-PARM-COD-RETORNO

           OPEN INPUT FINMEMO
           EVALUATE WS-FS-FINMEMO
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE '99'          TO WK-PARM-COD-RETORNO
                    MOVE WS-FS-FINMEMO TO WK-PARM-FILE-STATUS
                    EXIT SECTION
           END-EVALUATE

           MOVE WK-PARM-CHAVE TO FINMEMO-CHAVE
           READ FINMEMO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FINMEMO-VL-DEBITOS  TO WK-PARM-VL-DEBITOS
                 MOVE FINMEMO-VL-CREDITOS TO WK-PARM-VL-CREDITOS
                 MOVE '00' TO WK-PARM-COD-RETORNO
           END-READ
           IF WS-FS-FINMEMO NOT EQUAL '00' AND '23'
              MOVE '99'          TO WK-PARM-COD-RETORNO
              MOVE WS-FS-FINMEMO TO WK-PARM-FILE-STATUS
           END-IF

           CLOSE FINMEMO

           .
