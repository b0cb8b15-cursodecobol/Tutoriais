      *                         FINTRAN  - TRANSACOES DO CICLO (EXTEND)
      *                         FINTLJRN - DIARIO DO CAIXA (EXTEND)
      *                         FINTLSEQ - ULTIMO SEQUENCIAL DE CAPTURA
      *                         FINMEMO  - MOVIMENTO MEMO DO DIA (VIA
      *                                    SRMEMO)
      *                         FINFLOAT - CREDITOS EM FLOAT (VIA
      *                                    SRFLOAT)
      *                         FINCFJRN - DIARIO DO COFRE (SUPRIMENTOS
      *                                    E RECOLHIMENTOS DO CAIXA,
      *                                    GRAVADO PELO FINCFMNT)
      *
      * ESPECIFICAÇÃO
      * Nao havia programa para digitar um deposito ou saque comum: o
      *   pede o valor do dinheiro contado na gaveta (movimento do dia)
      *   e aponta a diferenca contra o liquido digitado (DEPOSITOS -
      *   SAQUES).
      * - SALDO DISPONIVEL: a conta exibe, alem do saldo de abertura,
      *   os debitos e creditos ja digitados no dia por qualquer
      *   programa de captura (FINMEMO, pela SRMEMO) e o disponivel
      *   (abertura - debitos + creditos). Saque acima do disponivel
      *   mais o limite de cheque especial e RECUSADO no guiche, em vez
      *   de virar rejeicao '03' no FINPB100 com o dinheiro ja pago;
      *   cada captura gravada e acumulada no FINMEMO.
      * - CREDITOS EM FLOAT: os creditos da conta ainda nao compensados
      *   na data de processamento (FINFLOAT, pela SRFLOAT) sao
      *   exibidos e descontados do disponivel, de modo que o saque
      *   nao use dinheiro que o FINPB100 recusaria com o motivo '11'.
      * - COFRE: o balanco soma tambem, do diario do cofre (FINCFJRN,
      *   FINCFMNT), os suprimentos recebidos e os recolhimentos
      *   devolvidos pelo operador na data. O esperado na gaveta passa
      *   a ser SUPRIMENTOS - RECOLHIMENTOS + DEPOSITOS - SAQUES, e o
      *   operador informa todo o dinheiro contado nela. Sem movimento
      *   de cofre o esperado e o liquido digitado, como antes.
      ******************************************************************
      * VRS005 - 15/10/2026 - BALANCO DO CAIXA CONTA OS SUPRIMENTOS E
      *                       RECOLHIMENTOS DO COFRE (FINCFJRN.dat).
      * VRS004 - 15/10/2026 - CREDITOS EM FLOAT (FINFLOAT, VIA SRFLOAT)
      *                       EXIBIDOS NA CONTA E DESCONTADOS DO
      *                       DISPONIVEL E DO TETO DO SAQUE.
      * VRS003 - 15/10/2026 - SALDO DISPONIVEL NO GUICHE: DEBITOS E
      *                       CREDITOS DO DIA (FINMEMO, VIA SRMEMO),
      *                       SAQUE ACIMA DO DISPONIVEL + LIMITE E
      *                       RECUSADO E CADA CAPTURA ATUALIZA O MEMO.
      * VRS002 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FINTLJRN-LE ASSIGN TO 'FINTLJRN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTLJRN-LE.
      *    DIARIO DO COFRE - LEITURA PARA O FECHAMENTO (READ)
      *    MESMA DEFINICAO USADA PELO FINCFMNT (VER FD FINCFJRN, LA).
           SELECT FINCFJRN ASSIGN TO 'FINCFJRN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCFJRN.
      *    ULTIMO SEQUENCIAL DE CAPTURA (UM REGISTRO)
           SELECT FINTLSEQ ASSIGN TO 'FINTLSEQ.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
           03  JRN-IND-TRAN           PIC  X(001).
           03  JRN-VL-TRAN            PIC  9(009)V99.
           03  JRN-ID-TRAN            PIC  9(010).
      *
      *    MESMA DEFINICAO USADA PELO FINCFMNT (VER FD FINCFJRN, LA)
       FD  FINCFJRN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINCFJRN.
           03  FINCFJRN-DATA          PIC  9(008).
           03  FINCFJRN-HORA          PIC  9(006).
           03  FINCFJRN-NR-AGEN       PIC  9(004).
           03  FINCFJRN-TIPO          PIC  X(002).
           03  FINCFJRN-VL-MOVIMENTO  PIC  9(011)V99.
           03  FINCFJRN-OPERADOR      PIC  X(008).
           03  FINCFJRN-SUPERVISOR    PIC  X(008).
           03  FINCFJRN-CAIXA         PIC  X(008).
           03  FINCFJRN-GUIA          PIC  X(010).
           03  FINCFJRN-VL-SALDO-APOS PIC  9(011)V99.
           03  FINCFJRN-VL-DIFERENCA  PIC  S9(011)V99.
           03  FILLER                 PIC  X(007).
      *
       FD  FINTLSEQ
           RECORDING MODE IS F
           05  WS-FS-FINTLJRN         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTLJRN-LE      PIC X(002)  VALUE '00'.
           05  WS-FS-FINTLSEQ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCFJRN         PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-CAPTURA    PIC X(001)  VALUE 'S'.
              88  WS-FIM-CAPTURA             VALUE 'N'.
              88  CONTA-OK                   VALUE 'S'.
           05  WS-FIM-DIARIO-SW       PIC X(001)  VALUE 'N'.
              88  FIM-DIARIO                 VALUE 'S'.
           05  WS-FIM-COFRE-SW        PIC X(001)  VALUE 'N'.
              88  FIM-DIARIO-COFRE           VALUE 'S'.
      *
           05  WS-ULT-SEQ             PIC 9(009)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-SAQUES          PIC 9(007)      VALUE ZEROS.
           05  WS-VL-DEPOSITOS        PIC 9(011)V99   VALUE ZEROS.
           05  WS-VL-SAQUES           PIC 9(011)V99   VALUE ZEROS.
           05  WS-QTD-SUPRIMENTOS     PIC 9(007)      VALUE ZEROS.
           05  WS-QTD-RECOLHIMENTOS   PIC 9(007)      VALUE ZEROS.
           05  WS-VL-SUPRIMENTOS      PIC 9(011)V99   VALUE ZEROS.
           05  WS-VL-RECOLHIMENTOS    PIC 9(011)V99   VALUE ZEROS.
           05  WS-VL-ESPERADO         PIC S9(011)V99  VALUE ZEROS.
           05  WS-VL-LIQUIDO          PIC S9(011)V99  VALUE ZEROS.
           05  WS-VL-CONTADO          PIC S9(011)V99  VALUE ZEROS.
           05  WS-VL-DIFERENCA        PIC S9(011)V99  VALUE ZEROS.
      *
      *    SALDO DISPONIVEL DA CONTA (ABERTURA - DEBITOS + CREDITOS DO
      *    DIA - CREDITOS EM FLOAT) E TETO DO SAQUE (DISPONIVEL +
      *    LIMITE)
           05  WS-VL-DISPONIVEL       PIC S9(011)V99  VALUE ZEROS.
           05  WS-VL-TETO-SAQUE       PIC S9(011)V99  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (VALIDACAO DA CHAVE)
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
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
      *    AREA DE CHAMADA DE SRFLOAT (CREDITOS EM FLOAT DA CONTA)
       01  WS-PARM-FLOAT.
           05  WS-FLT-CHAVE           PIC X(017).
           05  WS-FLT-DATA-REF        PIC 9(008).
           05  WS-FLT-VL-FLOAT        PIC 9(011)V99.
           05  WS-FLT-QTD-FLOAT       PIC 9(005).
           05  WS-FLT-DT-PROX-LIB     PIC 9(008).
           05  WS-FLT-VL-PROX-LIB     PIC 9(011)V99.
           05  WS-FLT-DT-ULT-LIB      PIC 9(008).
           05  WS-FLT-COD-RETORNO     PIC X(002).
              88  WS-FLT-COM-FLOAT           VALUE '00'.
              88  WS-FLT-ERRO                VALUE '99'.
           05  WS-FLT-FILE-STATUS     PIC X(002).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           DISPLAY 'PROGRAMA FINTLMNT - CAPTURA DE CAIXA'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              EXIT SECTION
           END-IF

      *    Saque: o teto e o disponivel do dia (abertura - debitos +
      *    creditos ja digitados - float) mais o limite de cheque
      *    especial.
           IF WS-CAP-IND-TRAN EQUAL 'D'
              MOVE WS-VL-DISPONIVEL TO WS-VL-TETO-SAQUE
              IF FINSLD-CONS-IND-LIMITE EQUAL 'S'
                 ADD FINSLD-CONS-VL-LIMITE TO WS-VL-TETO-SAQUE
              END-IF
              IF WS-CAP-VL-TRAN > WS-VL-TETO-SAQUE
                 MOVE WS-VL-TETO-SAQUE TO WS-VL-EDITADO
                 DISPLAY 'SAQUE RECUSADO - ACIMA DO DISPONIVEL + '
                         'LIMITE: ' WS-VL-EDITADO
                 EXIT SECTION
              END-IF
           END-IF

           MOVE WS-CAP-VL-TRAN TO WS-VL-EDITADO
              PERFORM P8000-ERRO
           END-IF

      *    Movimento do dia no saldo memo da conta.
           MOVE 'A'                TO WS-MEMO-FUNCAO
           MOVE FINTRAN-CHAVE      TO WS-MEMO-CHAVE
           MOVE FINTRAN-IND-TRAN   TO WS-MEMO-IND-TRAN
           MOVE FINTRAN-VL-TRAN    TO WS-MEMO-VL-TRAN
           MOVE WS-DATA-EXECUCAO   TO WS-MEMO-DATA-PROC
           PERFORM P2700-CHAMA-SRMEMO

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-EXECUCAO   TO FINTLJRN-DATA
           MOVE WS-HORA-AGORA(1:6) TO FINTLJRN-HORA
                    MOVE FINSLD-CONS-VL-SLD TO WS-VL-EDITADO
                    DISPLAY 'SALDO DE ABERTURA: ' WS-VL-EDITADO
                            '  MOEDA: ' FINSLD-CONS-COD-MOEDA
                    PERFORM P2600-SALDO-DISPONIVEL
                 ELSE
                    DISPLAY 'CONTA NAO ESTA ATIVA - SITUACAO '
                            FINSLD-CONS-STATUS

           .

      *-----------------------------------------------------------------
       P2600-SALDO-DISPONIVEL SECTION.
      * Debitos e creditos ja digitados no dia para a conta, creditos
      * ainda em float e saldo disponivel (abertura - debitos +
      * creditos - float). Erro no float encerra o programa, como no
      * memo: o guiche nao pode pagar sobre credito nao compensado.
      *-----------------------------------------------------------------

           MOVE 'C'               TO WS-MEMO-FUNCAO
           MOVE FINSLD-CONS-CHAVE TO WS-MEMO-CHAVE
           PERFORM P2700-CHAMA-SRMEMO

           MOVE FINSLD-CONS-CHAVE TO WS-FLT-CHAVE
           MOVE WS-DATA-EXECUCAO  TO WS-FLT-DATA-REF
           CALL 'SRFLOAT' USING WS-PARM-FLOAT
           IF WS-FLT-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRFLOAT - FILE STATUS = '
                     WS-FLT-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           COMPUTE WS-VL-DISPONIVEL = FINSLD-CONS-VL-SLD
                                    - WS-MEMO-VL-DEBITOS
                                    + WS-MEMO-VL-CREDITOS
                                    - WS-FLT-VL-FLOAT

           MOVE WS-MEMO-VL-DEBITOS  TO WS-VL-EDITADO
           DISPLAY 'DEBITOS DO DIA ..: ' WS-VL-EDITADO
           MOVE WS-MEMO-VL-CREDITOS TO WS-VL-EDITADO
           DISPLAY 'CREDITOS DO DIA .: ' WS-VL-EDITADO
           IF WS-FLT-COM-FLOAT
              MOVE WS-FLT-VL-FLOAT  TO WS-VL-EDITADO
              DISPLAY 'EM FLOAT ........: ' WS-VL-EDITADO
                      ' - LIBERACAO ATE ' WS-FLT-DT-ULT-LIB
           END-IF
           MOVE WS-VL-DISPONIVEL    TO WS-VL-EDITADO
           DISPLAY 'SALDO DISPONIVEL : ' WS-VL-EDITADO
           IF FINSLD-CONS-IND-LIMITE EQUAL 'S'
              MOVE FINSLD-CONS-VL-LIMITE TO WS-VL-EDITADO
              DISPLAY 'LIMITE ..........: ' WS-VL-EDITADO
           END-IF

           .

      *-----------------------------------------------------------------
       P2700-CHAMA-SRMEMO SECTION.
      * Chama a SRMEMO com WS-PARM-MEMO preenchida; erro de arquivo
      * encerra o programa (o guiche nao pode operar sem o memo).
      *-----------------------------------------------------------------

           CALL 'SRMEMO' USING WS-PARM-MEMO
           IF WS-MEMO-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRMEMO FUNCAO ' WS-MEMO-FUNCAO
                     ' - RETORNO = ' WS-MEMO-COD-RETORNO
                     ' - FILE STATUS = ' WS-MEMO-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-BALANCO-CAIXA SECTION.
      * Fechamento de caixa do operador: soma no diario os depositos e
      * saques digitados por ele na data de processamento e, no diario
      * do cofre, os suprimentos e recolhimentos dele (P5600); confere
      * o esperado na gaveta contra o dinheiro contado informado.
      *-----------------------------------------------------------------

           MOVE 'P5000-BALANCO-CAIXA' TO WS-NOM-PARAGRAFO
           CLOSE FINTLJRN-LE
           PERFORM P5500-REABRE-DIARIO

           PERFORM P5600-SOMA-COFRE

           COMPUTE WS-VL-LIQUIDO =
                   WS-VL-DEPOSITOS - WS-VL-SAQUES
           COMPUTE WS-VL-ESPERADO =
                   WS-VL-SUPRIMENTOS - WS-VL-RECOLHIMENTOS
                 + WS-VL-LIQUIDO

           DISPLAY ' '
           DISPLAY '***********************************************'
           DISPLAY 'SAQUES ..: ' WS-QTD-SAQUES ' / ' WS-VL-EDITADO
           MOVE WS-VL-LIQUIDO TO WS-VL-EDITADO
           DISPLAY 'LIQUIDO DIGITADO (DEP - SAQ): ' WS-VL-EDITADO
           MOVE WS-VL-SUPRIMENTOS TO WS-VL-EDITADO
           DISPLAY 'SUPRIMENTOS DO COFRE ..: ' WS-QTD-SUPRIMENTOS
                   ' / ' WS-VL-EDITADO
           MOVE WS-VL-RECOLHIMENTOS TO WS-VL-EDITADO
           DISPLAY 'RECOLHIMENTOS AO COFRE : ' WS-QTD-RECOLHIMENTOS
                   ' / ' WS-VL-EDITADO
           MOVE WS-VL-ESPERADO TO WS-VL-EDITADO
           DISPLAY 'ESPERADO NA GAVETA (SUP - REC + DEP - SAQ): '
                   WS-VL-EDITADO

           DISPLAY 'DINHEIRO CONTADO NA GAVETA: '
           ACCEPT WS-VL-CONTADO

           COMPUTE WS-VL-DIFERENCA =
                   WS-VL-CONTADO - WS-VL-ESPERADO

           MOVE WS-VL-DIFERENCA TO WS-VL-EDITADO
           IF WS-VL-DIFERENCA EQUAL ZEROS

           .

      *-----------------------------------------------------------------
       P5600-SOMA-COFRE SECTION.
      * Suprimentos ('SC') e recolhimentos ('RC') do cofre feitos para
      * o operador na data de processamento. Sem diario do cofre =
      * nenhum movimento de cofre.
      *-----------------------------------------------------------------

           MOVE 'P5600-SOMA-COFRE' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-SUPRIMENTOS
           MOVE ZEROS TO WS-QTD-RECOLHIMENTOS
           MOVE ZEROS TO WS-VL-SUPRIMENTOS
           MOVE ZEROS TO WS-VL-RECOLHIMENTOS
           MOVE 'N'   TO WS-FIM-COFRE-SW

           OPEN INPUT FINCFJRN
           EVALUATE WS-FS-FINCFJRN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    DISPLAY 'DIARIO DO COFRE INDISPONIVEL - FILE STATUS'
                            ' = ' WS-FS-FINCFJRN
                    EXIT SECTION
           END-EVALUATE

           PERFORM UNTIL FIM-DIARIO-COFRE
              READ FINCFJRN
                 AT END
                    MOVE 'S' TO WS-FIM-COFRE-SW
                 NOT AT END
                    IF FINCFJRN-DATA EQUAL WS-DATA-EXECUCAO
                       AND FINCFJRN-CAIXA EQUAL WS-SGN-COD-OPER
                       EVALUATE FINCFJRN-TIPO
                           WHEN 'SC'
                                ADD 1 TO WS-QTD-SUPRIMENTOS
                                ADD FINCFJRN-VL-MOVIMENTO
                                    TO WS-VL-SUPRIMENTOS
                           WHEN 'RC'
                                ADD 1 TO WS-QTD-RECOLHIMENTOS
                                ADD FINCFJRN-VL-MOVIMENTO
                                    TO WS-VL-RECOLHIMENTOS
                           WHEN OTHER
                                CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINCFJRN

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-FINTLSEQ SECTION.
      * Regrava o controle de sequencial com o ultimo ID alocado.
