      * encerrar. A profundidade disponivel e limitada pela retencao
      * aplicada pelo FINPB140 (ver FINHISTP).
      ******************************************************************
      * VRS004 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS003 - 22/08/2026 - IDENTIFICACAO DE OPERADOR: A CONSULTA
      *                       PASSA A EXIGIR SIGN-ON PELA SRSIGNON
      *                       (QUALQUER PERFIL ATIVO CONSULTA).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      ******************************************************************
       PROCEDURE DIVISION.

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
