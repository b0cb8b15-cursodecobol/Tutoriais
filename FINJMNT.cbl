      * PRE-REQUISITO: a gravacao direta em FINTRAN.dat e por OPEN
      * EXTEND (mesma regra do FINPB102/FINPB150/FINLNMNT).
      ******************************************************************
      * VRS003 - 15/10/2026 - CADA MOVIMENTO GRAVADO NO FINTRAN DO
      *                       CICLO E ACUMULADO NO SALDO MEMO DO DIA
      *                       (FINMEMO, VIA SRMEMO), PARA O SALDO
      *                       DISPONIVEL DO GUICHE E DA CONSULTA.
      * VRS002 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS001 - 22/08/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRMEMO (MOVIMENTO MEMO DO DIA)
       01  WS-PARM-MEMO.
           05  WS-MEMO-FUNCAO         PIC X(001).
           05  WS-MEMO-CHAVE          PIC X(017).
           05  WS-MEMO-IND-TRAN       PIC X(001).
           05  WS-MEMO-VL-TRAN        PIC 9(009)V99.
           05  WS-MEMO-DATA-PROC      PIC 9(008).
           05  WS-MEMO-VL-DEBITOS     PIC 9(011)V99.
           05  WS-MEMO-VL-CREDITOS    PIC 9(011)V99.
           05  WS-MEMO-COD-RETORNO    PIC X(002).
              88  WS-MEMO-ERRO               VALUE '01' '99'.
           05  WS-MEMO-FILE-STATUS    PIC X(002).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (VALIDACAO DA CHAVE)
       01  WS-PARM-VALIDA-CHAVE.
           DISPLAY 'PROGRAMA FINJMNT - DIGITACAO DE AJUSTES MANUAIS'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           PERFORM P7800-ATUALIZA-MEMO

           MOVE FINTRAN-ID-TRAN  TO FINJAUT-ID-TRAN
           MOVE WS-SGN-COD-OPER  TO FINJAUT-COD-OPER

           .

      *-----------------------------------------------------------------
       P7800-ATUALIZA-MEMO SECTION.
      * Acumula o movimento recem-gravado em FINTRAN no saldo memo do
      * dia da conta (SRMEMO), que o guiche e a consulta enxergam
      * antes do proximo ciclo.
      *-----------------------------------------------------------------

           MOVE 'A'                TO WS-MEMO-FUNCAO
           MOVE FINTRAN-CHAVE      TO WS-MEMO-CHAVE
           MOVE FINTRAN-IND-TRAN   TO WS-MEMO-IND-TRAN
           MOVE FINTRAN-VL-TRAN    TO WS-MEMO-VL-TRAN
           MOVE WS-DATA-HOJE       TO WS-MEMO-DATA-PROC
           CALL 'SRMEMO' USING WS-PARM-MEMO
           IF WS-MEMO-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRMEMO - RETORNO = ' WS-MEMO-COD-RETORNO
                     ' - FILE STATUS = ' WS-MEMO-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------
