      * aluno com matricula ativa no periodo letivo e gera o debito da
      * mensalidade; aluno sem vinculo sai no relatorio de excecao de
      * la.
      * Cliente FALECIDO (obito registrado pelo FINESMNT) nao pode ser
      * o pagador: o vinculo a ele e recusado, e o FINPB270 deixa de
      * faturar as matriculas que ainda apontam para ele - a
      * secretaria revincula a matricula ao novo responsavel.
      ******************************************************************
      * VRS004 - 15/10/2026 - ESPOLIO: VINCULO RECUSADO PARA CLIENTE
      *                       FALECIDO (DADOS DO OBITO EM FINCUST).
      * VRS003 - 15/10/2026 - LAYOUT DE FINCUST ACOMPANHA O FINCMNT: A
      *                       LISTA DE CONTAS DO CLIENTE VIRA AREA
      *                       LIVRE (VINCULOS PASSAM AO FINTITL).
      * VRS002 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FINCUST-DT-OBITO       PIC  9(008).
           03  FILLER                 PIC  X(020).
           03  FINCUST-SIT-ESPOLIO    PIC  X(001).
              88  FINCUST-FALECIDO           VALUE 'O' 'H'.
           03  FILLER                 PIC  X(143).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
                 DISPLAY 'CLIENTE: ' FINCUST-NOME
           END-READ

           IF FINCUST-FALECIDO
              DISPLAY 'CLIENTE FALECIDO EM ' FINCUST-DT-OBITO
                      ' - INFORME O NOVO RESPONSAVEL.'
              EXIT SECTION
           END-IF

           DISPLAY 'AGENCIA DA CONTA DEBITADA: '
           ACCEPT WS-VIN-NR-AGEN
           DISPLAY 'CONTA: '
