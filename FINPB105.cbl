      * GARANTINDO QUE O ARQUIVO RESULTANTE FIQUE EM ORDEM ASCENDENTE
      * ANTES DE SER ENTREGUE AO FINPB100.
      ******************************************************************
      * VRS008 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS007 - 02/09/2026 - CONTROLE DE CHEGADA DAS TRANSMISSOES:
      *                       QUANDO O PARAMETRO FINEXPP.dat EXISTE
      *                       (UM FLAG S/N POR ORIGEM), A MESCLA SO
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
                      'ESPERADA(S) SEM FICHA DE CHEGADA DO DIA.'
              DISPLAY 'A MESCLA SO SEGUE COM LIBERACAO DE SUPERVISOR.'
              DISPLAY '***********************************************'
              MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
              CALL 'SRSIGNON' USING WS-PARM-SIGNON
              IF NOT WS-SIGNON-OK
                 OR WS-SGN-PERFIL NOT EQUAL 'S'
