      * (SRDIAUTIL - fins de semana e feriados de FINCALEN.dat sao
      * pulados). Data informada que nao seja dia util e aceita apenas
      * mediante confirmacao, com aviso.
      * TRAVA DE PERIODO: mes fechado pelo FINPB104 (ultimo evento do
      * mes em FINPERF.dat = 'F') nao aceita data de processamento
      * dentro dele. Para reprocessar, o supervisor REABRE o mes (opcao
      * R), informando o motivo; a reabertura fica registrada em
      * FINPERF.dat com operador, data e hora. O mes reaberto pode ser
      * travado de novo (opcao B) ou o sera no proximo fechamento.
      ******************************************************************
      * VRS003 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS002 - 15/10/2026 - TRAVA DE PERIODO: RECUSA DATA DENTRO DE
      *                       MES FECHADO EM FINPERF.dat; NOVAS OPCOES
      *                       DE REABERTURA (R) E DE NOVA TRAVA (B) DO
      *                       MES, REGISTRADAS COM OPERADOR E MOTIVO.
      * VRS001 - 22/08/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINDTPRC.

      *    CONTROLE DE PERIODOS - ENTRADA (READ) E SAIDA (EXTEND)
      *    MESMA DEFINICAO USADA PELO FINPB104.
           SELECT FINPERF  ASSIGN TO 'FINPERF.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINPERF.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       01  REG-FINDTPRC.
           03  FINDTPRC-DATA          PIC  9(008).

       FD  FINPERF
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINPERF.
      *    MES DE REFERENCIA (AAAAMM)
           03  FINPERF-ANOMES         PIC  9(006).
      *    'P'=Passo mensal concluido  'F'=Mes fechado
      *    'R'=Mes reaberto por supervisor
           03  FINPERF-TIPO           PIC  X(001).
               88  FINPERF-PASSO-OK          VALUE 'P'.
               88  FINPERF-FECHAMENTO        VALUE 'F'.
               88  FINPERF-REABERTURA        VALUE 'R'.
      *    PROGRAMA DO PASSO ('P') OU QUE GRAVOU O EVENTO ('F'/'R')
           03  FINPERF-PROGRAMA       PIC  X(008).
           03  FINPERF-DATA-PROC      PIC  9(008).
           03  FINPERF-DATA           PIC  9(008).
           03  FINPERF-HORA           PIC  9(006).
           03  FINPERF-COD-OPER       PIC  X(008).
           03  FINPERF-MOTIVO         PIC  X(035).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINDTPRC         PIC X(002)  VALUE '00'.
           05  WS-FS-FINPERF          PIC X(002)  VALUE '00'.
      *
      *    SITUACAO DO MES CONSULTADO EM FINPERF (P6000)
           05  WS-FIM-FINPERF-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINPERF                VALUE 'S'.
           05  WS-MES-FECHADO-SW      PIC X(001)  VALUE 'N'.
              88  MES-FECHADO                VALUE 'S'.
           05  WS-ANOMES-CONSULTA     PIC 9(006)  VALUE ZEROS.
           05  WS-HORA-EVENTO         PIC 9(008)  VALUE ZEROS.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA CORRENTE)
       01  WS-PARM-DATA-PROC.
      *-----------------------------------------------------------------
       01  WS-AREA-DATA.
           05  WS-DAT-NOVA            PIC  9(008)  VALUE ZEROS.
           05  WS-DAT-NOVA-R REDEFINES WS-DAT-NOVA.
               10  WS-DAT-NOVA-ANOMES PIC  9(006).
               10  WS-DAT-NOVA-DD     PIC  9(002).
           05  WS-DAT-RESPOSTA        PIC  X(001)  VALUE SPACES.
           05  WS-ANOMES-INFORMADO    PIC  9(006)  VALUE ZEROS.
           05  WS-MOTIVO-INFORMADO    PIC  X(035)  VALUE SPACES.
      *
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'PROGRAMA FINDTMNT - DATA DE PROCESSAMENTO'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              DISPLAY ' '
              DISPLAY '(C)ONSULTAR  (I)NFORMAR DATA  '
                      '(P)ROXIMO DIA UTIL  (F)IM'
              DISPLAY '(R)EABRIR MES FECHADO  (B)LOQUEAR MES REABERTO'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

                      PERFORM P3000-INFORMA-DATA
                 WHEN 'P'  WHEN 'p'
                      PERFORM P4000-PROXIMO-DIA-UTIL
                 WHEN 'R'  WHEN 'r'
                      PERFORM P6100-REABRE-MES
                 WHEN 'B'  WHEN 'b'
                      PERFORM P6200-BLOQUEIA-MES
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      ' (RELOGIO DA MAQUINA - PARAMETRO AUSENTE)'
           END-IF

           MOVE WS-DTP-DATA(1:6) TO WS-ANOMES-CONSULTA
           PERFORM P6000-SITUACAO-MES
           IF MES-FECHADO
              DISPLAY 'MES ' WS-ANOMES-CONSULTA ': FECHADO'
           ELSE
              DISPLAY 'MES ' WS-ANOMES-CONSULTA ': ABERTO'
           END-IF

           .

      *-----------------------------------------------------------------

           MOVE 'P5000-GRAVA-DATA' TO WS-NOM-PARAGRAFO

      *    Mes fechado trava a data: so depois da reabertura (opcao R).
           MOVE WS-DAT-NOVA-ANOMES TO WS-ANOMES-CONSULTA
           PERFORM P6000-SITUACAO-MES
           IF MES-FECHADO
              DISPLAY 'RECUSADO - O MES ' WS-ANOMES-CONSULTA
                      ' ESTA FECHADO. DATA NAO ALTERADA.'
              DISPLAY 'PARA REPROCESSAR, REABRA O MES (OPCAO R).'
              EXIT SECTION
           END-IF

           OPEN OUTPUT FINDTPRC
           IF WS-FS-FINDTPRC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG

           .

      *-----------------------------------------------------------------
       P6000-SITUACAO-MES SECTION.
      * Apura em FINPERF.dat a situacao do mes de WS-ANOMES-CONSULTA
      * pelo ultimo evento de fechamento ('F') ou reabertura ('R') do
      * mes (o arquivo e cronologico). Arquivo ausente = mes aberto.
      *-----------------------------------------------------------------

           MOVE 'P6000-SITUACAO-MES' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-MES-FECHADO-SW
           MOVE 'N' TO WS-FIM-FINPERF-SW

           OPEN INPUT FINPERF
           EVALUATE WS-FS-FINPERF
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'S' TO WS-FIM-FINPERF-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINPERF - FILE STATUS = '
                           WS-FS-FINPERF
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINPERF
              READ FINPERF
                 AT END
                    MOVE 'S' TO WS-FIM-FINPERF-SW
                 NOT AT END
                    IF FINPERF-ANOMES EQUAL WS-ANOMES-CONSULTA
                       IF FINPERF-FECHAMENTO
                          MOVE 'S' TO WS-MES-FECHADO-SW
                       END-IF
                       IF FINPERF-REABERTURA
                          MOVE 'N' TO WS-MES-FECHADO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-FS-FINPERF NOT EQUAL '35'
              CLOSE FINPERF
           END-IF

           .

      *-----------------------------------------------------------------
       P6100-REABRE-MES SECTION.
      * Reabertura de um mes fechado, com motivo obrigatorio; o evento
      * 'R' registra o supervisor do sign-on, a data e a hora.
      *-----------------------------------------------------------------

           MOVE 'P6100-REABRE-MES' TO WS-NOM-PARAGRAFO

           DISPLAY 'MES A REABRIR (AAAAMM): '
           ACCEPT WS-ANOMES-INFORMADO

           MOVE WS-ANOMES-INFORMADO TO WS-ANOMES-CONSULTA
           PERFORM P6000-SITUACAO-MES
           IF NOT MES-FECHADO
              DISPLAY 'O MES ' WS-ANOMES-INFORMADO ' NAO ESTA FECHADO.'
              EXIT SECTION
           END-IF

           DISPLAY 'MOTIVO DA REABERTURA: '
           ACCEPT WS-MOTIVO-INFORMADO
           IF WS-MOTIVO-INFORMADO EQUAL SPACES
              DISPLAY 'MOTIVO OBRIGATORIO. MES NAO REABERTO.'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA A REABERTURA DO MES ' WS-ANOMES-INFORMADO
                   ' (S/N)? '
           ACCEPT WS-DAT-RESPOSTA
           IF WS-DAT-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'MES NAO REABERTO.'
              EXIT SECTION
           END-IF

           MOVE 'R'                 TO FINPERF-TIPO
           MOVE WS-MOTIVO-INFORMADO TO FINPERF-MOTIVO
           PERFORM P6500-GRAVA-EVENTO

           DISPLAY 'MES ' WS-ANOMES-INFORMADO ' REABERTO POR '
                   WS-SGN-COD-OPER

           .

      *-----------------------------------------------------------------
       P6200-BLOQUEIA-MES SECTION.
      * Trava de novo um mes reaberto, concluido o reprocessamento, sem
      * esperar o proximo fechamento do FINPB104.
      *-----------------------------------------------------------------

           MOVE 'P6200-BLOQUEIA-MES' TO WS-NOM-PARAGRAFO

           DISPLAY 'MES A BLOQUEAR (AAAAMM): '
           ACCEPT WS-ANOMES-INFORMADO

      *    So um mes ja fechado alguma vez (e depois reaberto) pode ser
      *    travado aqui; o fechamento original e do FINPB104.
           MOVE WS-ANOMES-INFORMADO TO WS-ANOMES-CONSULTA
           PERFORM P6000-SITUACAO-MES
           IF MES-FECHADO
              DISPLAY 'O MES ' WS-ANOMES-INFORMADO ' JA ESTA FECHADO.'
              EXIT SECTION
           END-IF
           PERFORM P6300-PROCURA-REABERTURA
           IF NOT MES-FECHADO
              DISPLAY 'O MES ' WS-ANOMES-INFORMADO ' NUNCA FOI '
                      'FECHADO - O FECHAMENTO E FEITO PELO FINPB104.'
              EXIT SECTION
           END-IF

           MOVE 'F'                       TO FINPERF-TIPO
           MOVE 'NOVA TRAVA APOS REABERTURA' TO FINPERF-MOTIVO
           PERFORM P6500-GRAVA-EVENTO

           DISPLAY 'MES ' WS-ANOMES-INFORMADO ' BLOQUEADO.'

           .

      *-----------------------------------------------------------------
       P6300-PROCURA-REABERTURA SECTION.
      * Indica (em WS-MES-FECHADO-SW) se o mes de WS-ANOMES-CONSULTA
      * tem alguma reabertura registrada em FINPERF.dat.
      *-----------------------------------------------------------------

           MOVE 'P6300-PROCURA-REABERTURA' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-MES-FECHADO-SW
           MOVE 'N' TO WS-FIM-FINPERF-SW

           OPEN INPUT FINPERF
           IF WS-FS-FINPERF NOT EQUAL '00'
              MOVE 'S' TO WS-FIM-FINPERF-SW
           END-IF

           PERFORM UNTIL FIM-FINPERF
              READ FINPERF
                 AT END
                    MOVE 'S' TO WS-FIM-FINPERF-SW
                 NOT AT END
                    IF FINPERF-ANOMES EQUAL WS-ANOMES-CONSULTA
                       AND FINPERF-REABERTURA
                       MOVE 'S' TO WS-MES-FECHADO-SW
                    END-IF
              END-READ
           END-PERFORM

           IF WS-FS-FINPERF EQUAL '00' OR '10'
              CLOSE FINPERF
           END-IF

           .

      *-----------------------------------------------------------------
       P6500-GRAVA-EVENTO SECTION.
      * Acrescenta a FINPERF.dat o evento preparado pelo chamador (TIPO
      * e MOTIVO) do mes de WS-ANOMES-INFORMADO, com o supervisor do
      * sign-on e a data/hora correntes.
      *-----------------------------------------------------------------

           MOVE 'P6500-GRAVA-EVENTO' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC

           MOVE WS-ANOMES-INFORMADO TO FINPERF-ANOMES
           MOVE WS-NOM-PROGRAMA     TO FINPERF-PROGRAMA
           MOVE WS-DTP-DATA         TO FINPERF-DATA-PROC
           MOVE WS-SGN-COD-OPER     TO FINPERF-COD-OPER
           ACCEPT FINPERF-DATA   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EVENTO FROM TIME
           MOVE WS-HORA-EVENTO(1:6) TO FINPERF-HORA

           OPEN EXTEND FINPERF
           IF WS-FS-FINPERF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINPERF - FILE STATUS = '
                     WS-FS-FINPERF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           WRITE REG-FINPERF    END-WRITE
           IF WS-FS-FINPERF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINPERF - FILE STATUS = '
                     WS-FS-FINPERF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINPERF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------
