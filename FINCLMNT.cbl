      * - O arquivo e regravado EM ORDEM a cada alteracao.
      * LIMITE DE 400 DATAS - O MESMO TETO CARREGADO PELA SRDIAUTIL.
      ******************************************************************
      * VRS002 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           DISPLAY 'PROGRAMA FINCLMNT - CALENDARIO DE FERIADOS'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
