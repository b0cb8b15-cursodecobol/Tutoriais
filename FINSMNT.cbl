      * ('9999TRAILER...' + quantidade + soma) conferido pelo FINPB100;
      * a inclusao de uma conta atualiza a quantidade do trailer, para
      * o arquivo continuar passando na conferencia do proximo ciclo.
      * ESPOLIO: a conta exclusiva de cliente falecido e congelada pelo
      * FINESMNT (vinculo FINTITL marcado 'C') e so volta a 'A' pela
      * liberacao aos herdeiros de la; aqui a reativacao dela e
      * recusada, e contrato passado ao espolio ('O') tambem impede o
      * encerramento.
      * LISTAS RESTRITIVAS: conta congelada pela confirmacao de um caso
      * de triagem (vinculo FINTITL marcado 'R' pelo FINTRMNT) tambem
      * nao e reativada aqui - so a baixa do caso no FINTRMNT a libera.
      ******************************************************************
      * VRS007 - 15/10/2026 - LISTAS RESTRITIVAS: REATIVACAO RECUSADA
      *                       PARA CONTA CONGELADA POR CASO DE TRIAGEM
      *                       CONFIRMADO (FINTITL, VER FINTRMNT).
      * VRS006 - 15/10/2026 - ESPOLIO: REATIVACAO RECUSADA PARA CONTA
      *                       CONGELADA PELO ESPOLIO (FINTITL, VER
      *                       FINESMNT); CONTRATO NO ESPOLIO ('O')
      *                       ENTRA NO CHECKLIST DE ENCERRAMENTO.
      * VRS005 - 15/10/2026 - CADA MOVIMENTO GRAVADO NO FINTRAN DO
      *                       CICLO E ACUMULADO NO SALDO MEMO DO DIA
      *                       (FINMEMO, VIA SRMEMO), PARA O SALDO
      *                       DISPONIVEL DO GUICHE E DA CONSULTA.
      * VRS004 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS003 - 02/09/2026 - ENCERRAMENTO COM CHECKLIST DE BAIXA: O
      *                       'E' DEIXA DE SER UM REWRITE CEGO. ANTES
      *                       DE ENCERRAR, O PROGRAMA CONFERE (1) QUE
           SELECT FINTRNC  ASSIGN TO 'FINTRNC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRNC.
      *    VINCULOS CLIENTE x CONTA - OPCIONAL (CONGELAMENTO PELO
      *    ESPOLIO), MESMA DEFINICAO USADA PELO FINCMNT (VER FD
      *    FINTITL, LA)
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    LIQUIDACAO FINAL DO SALDO - SAIDA (WRITE, EXTEND)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
           03  FINSMLOG-DATA          PIC  9(008).
           03  FINSMLOG-HORA          PIC  9(006).
           03  FINSMLOG-OPERADOR      PIC  X(008).
      *    'I'=Inclusao, 'A'=Alteracao, 'E'=Encerramento (ACOES DE
      *    OUTROS PROGRAMAS: VER FD FINSMLOG DO FINPB229, DO FINESMNT
      *    E DO FINTRMNT)
           03  FINSMLOG-ACAO          PIC  X(001).
           03  FINSMLOG-CHAVE         PIC  X(017).
      *    SITUACAO DA CONTA APOS A ACAO
              88  FINLOAN-ATIVO              VALUE 'A'.
              88  FINLOAN-LIQUIDADO          VALUE 'L'.
              88  FINLOAN-EM-ATRASO          VALUE 'V'.
              88  FINLOAN-ESPOLIO            VALUE 'O'.
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA)
       FD  FINTITL
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL.
           03 FINTITL-CHAVE.
              05  FINTITL-CONTA       PIC  X(017).
              05  FINTITL-CLIENTE     PIC  9(006).
           03  FINTITL-PAPEL          PIC  X(001).
           03  FINTITL-DT-VINCULO     PIC  9(008).
           03  FINTITL-IND-OBITO      PIC  X(001).
              88  FINTITL-CONGELADA-ESPOLIO  VALUE 'C'.
           03  FINTITL-IND-RESTRICAO  PIC  X(001).
              88  FINTITL-CONGELADA-RESTRICAO VALUE 'R'.
           03  FILLER                 PIC  X(006).
      *
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINTRANH, LA)
       FD  FINTRANH
           RECORDING MODE IS F
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINENSEQ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCERTE         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
      *
      *    CHECKLIST DE ENCERRAMENTO (VRS003)
           05  WS-QTD-PENDENCIAS      PIC 9(005)      VALUE ZEROS.
           05  WS-FIM-VARREDURA-SW    PIC X(001)      VALUE 'N'.
              88  FIM-VARREDURA              VALUE 'S'.
           05  WS-ULT-SEQ-ENC         PIC 9(009)      VALUE ZEROS.
      *    ESPOLIO (VRS006)
           05  WS-CONGELADA-ESPOLIO-SW PIC X(001)     VALUE 'N'.
              88  CONGELADA-ESPOLIO          VALUE 'S'.
      *    LISTAS RESTRITIVAS (VRS007)
           05  WS-CONGELADA-RESTRICAO-SW PIC X(001)   VALUE 'N'.
              88  CONGELADA-RESTRICAO        VALUE 'S'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
      *
       01  WS-VL-SLD-EDITADO          PIC -ZZ.ZZZ.ZZ9,99.
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
      ******************************************************************
       PROCEDURE DIVISION.

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
                    END-IF
                 END-PERFORM

                 IF WS-CTA-STATUS EQUAL 'A'
                    AND FINSLD-CONTA-CONGELADA
                    PERFORM P3100-VERIFICA-ESPOLIO
                    IF CONGELADA-ESPOLIO
                       DISPLAY 'CONTA CONGELADA PELO ESPOLIO DE '
                               'TITULAR FALECIDO - LIBERACAO SO '
                               'PELO FINESMNT.'
                       EXIT SECTION
                    END-IF
                    IF CONGELADA-RESTRICAO
                       DISPLAY 'CONTA CONGELADA POR LISTA RESTRITIVA '
                               '(CASO CONFIRMADO) - LIBERACAO SO '
                               'PELO FINTRMNT.'
                       EXIT SECTION
                    END-IF
                 END-IF

                 PERFORM P2500-PEDE-ATRIBUTOS
                 IF WS-CTA-RESPOSTA EQUAL 'S'
                    MOVE WS-CTA-STATUS       TO FINSLD-STATUS

           .

      *-----------------------------------------------------------------
       P3100-VERIFICA-ESPOLIO SECTION.
      * Procura, nos vinculos FINTITL da conta lida, a marca 'C' de
      * conta congelada pelo espolio de titular falecido (FINESMNT) e
      * a marca 'R' de conta congelada por caso de triagem confirmado
      * (FINTRMNT). FINTITL ausente = nenhuma das duas.
      *-----------------------------------------------------------------

           MOVE 'P3100-VERIFICA-ESPOLIO' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-CONGELADA-ESPOLIO-SW
                       WS-CONGELADA-RESTRICAO-SW

           OPEN INPUT FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              EXIT SECTION
           END-IF

           MOVE 'N'          TO WS-FIM-VARREDURA-SW
           MOVE FINSLD-CHAVE TO FINTITL-CONTA
           MOVE ZEROS        TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
           END-START

           PERFORM UNTIL FIM-VARREDURA
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL FINSLD-CHAVE
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    ELSE
                       IF FINTITL-CONGELADA-ESPOLIO
                          MOVE 'S' TO WS-CONGELADA-ESPOLIO-SW
                       END-IF
                       IF FINTITL-CONGELADA-RESTRICAO
                          MOVE 'S' TO WS-CONGELADA-RESTRICAO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINTITL

           .

      *-----------------------------------------------------------------
       P4000-ENCERRAR-CONTA SECTION.
      * Encerramento com checklist de baixa (VRS003): o 'E' so sai com
      *-----------------------------------------------------------------
       P4130-VARRE-FINLOAN SECTION.
      * Contrato de emprestimo ativo ou em atraso da conta impede o
      * encerramento (as parcelas continuariam quicando); contrato no
      * espolio ('O') tambem, ate a liquidacao pela equipe de espolio.
      *-----------------------------------------------------------------

           OPEN INPUT FINLOAN
                 NOT AT END
                    IF FINLOAN-CHAVE-CONTA(1:15) EQUAL
                       WS-PREFIXO-CONTA
                       AND (FINLOAN-ATIVO OR FINLOAN-EM-ATRASO
                            OR FINLOAN-ESPOLIO)
                       ADD 1 TO WS-QTD-PENDENCIAS
                       DISPLAY 'PENDENCIA - CONTRATO '
                               FINLOAN-NR-CONTRATO ' ('
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           PERFORM P7800-ATUALIZA-MEMO
           CLOSE FINTRAN

           OPEN OUTPUT FINENSEQ

           .

      *-----------------------------------------------------------------
       P7800-ATUALIZA-MEMO SECTION.
      * Acumula o movimento recem-gravado em FINTRAN no saldo memo do
      * dia da conta (SRMEMO), que o guiche e a consulta enxergam
      * antes do proximo ciclo.
      *-----------------------------------------------------------------

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
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
