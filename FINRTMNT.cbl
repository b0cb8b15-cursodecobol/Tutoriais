      * PONTO PERCENTUAL - EX.: 00050 = 0,50% - MESMA CONVENCAO QUE O
      * FINPB130 SEMPRE USOU.
      ******************************************************************
      * VRS005 - 15/10/2026 - NOVO TIPO '4' (CDB - APLICACAO A PRAZO):
      *                       TAXA CONTRATADA NA APLICACAO PELO NOVO
      *                       FINCDMNT E USADA NO RESGATE PELO FINPB132.
      *                       EXCECAO A CONVENCAO DO PERIODO: A TAXA DO
      *                       TIPO '4' E ANUAL, EM CENTESIMOS DE PONTO
      *                       PERCENTUAL (EX.: 01250 = 12,50% A.A.),
      *                       COMO A TAXA DOS EMPRESTIMOS (FINLOAN).
      * VRS004 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS003 - 02/09/2026 - NOVO TIPO '9' (CHEQUE ESPECIAL): ALEM DAS
      *                       TAXAS DE RENDIMENTO (TIPOS '2'/'3'), A
      *                       TABELA PASSA A CARREGAR A TAXA DIARIA
           03  FINRATE-CHAVE.
      *    '2'=Poupanca, '3'=Investimento ('1'=Corrente nao rende);
      *    '9'=Cheque especial (taxa diaria sobre o saldo negativo,
      *    lida pelo FINPB172); '4'=CDB (taxa ANUAL contratada na
      *    aplicacao pelo FINCDMNT - ex.: 01250 = 12,50% a.a.)
               05  FINRATE-TIPO-CONTA PIC  X(001).
      *    DATA DE INICIO DE VIGENCIA (AAAAMMDD)
               05  FINRATE-DT-VIGENCIA PIC 9(008).
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
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-TAX-TIPO-CONTA
           PERFORM UNTIL WS-TAX-TIPO-CONTA EQUAL '2' OR '3' OR '4'
                                              OR '9'
              DISPLAY 'TIPO (2=POUPANCA 3=INVESTIMENTO 4=CDB '
                      '9=CHEQUE ESPECIAL): '
              ACCEPT WS-TAX-TIPO-CONTA
              IF WS-TAX-TIPO-CONTA NOT EQUAL '2' AND '3' AND '4'
                                             AND '9'
                 DISPLAY 'TIPO DE CONTA INVALIDO.'
              END-IF
           END-PERFORM
