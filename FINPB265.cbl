      * ANOMALIAS: atividade de operador DESLIGADO ('N' em FINOPER) ou
      * NAO CADASTRADO sai marcada '**' e contada a parte - e o
      * primeiro lugar onde a revisao de seguranca olha.
      * SIGN-ON: ao final, a secao de anomalias de sign-on lista as
      * tentativas RECUSADAS do dia (data da maquina) no log FINSGNL
      * (gravado pela SRSIGNON): senha errada, operador nao cadastrado
      * ou desligado, troca de senha nao concluida e, em separado, os
      * BLOQUEIOS (operador bloqueado nesta tentativa ou tentativa de
      * operador ja bloqueado). Todas entram na contagem de anomalias.
      ******************************************************************
      * VRS002 - 15/10/2026 - SECAO DE ANOMALIAS DE SIGN-ON (FINSGNL):
      *                       TENTATIVAS RECUSADAS E BLOQUEIOS DO DIA;
      *                       REGISTRO FINOPER PASSA A 80 BYTES (SENHA).
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINOPER-ID
                  FILE STATUS IS WS-FS-FINOPER.
      *    LOG PERMANENTE DE SIGN-ON - ENTRADA (READ)
      *    MESMA DEFINICAO GRAVADA PELA SRSIGNON (VER FD FINSGNL, LA).
           SELECT FINSGNL  ASSIGN TO 'FINSGNL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSGNL.
      *    ARQUIVO DE TRABALHO DO SORT - OPERADOR + FONTE
           SELECT SD-ATIVIDADE ASSIGN TO 'FINOPREL.wrk'.
      *    ATIVIDADE JA CLASSIFICADA
           03  FINSLDA-COD-OPER       PIC  X(008).
      *
       FD  FINOPER
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINOPER.
           03  FINOPER-ID             PIC  X(008).
           03  FINOPER-PERFIL         PIC  X(001).
           03  FINOPER-IND-ATIVO      PIC  X(001).
              88  FINOPER-ATIVO              VALUE 'S'.
           03  FINOPER-SENHA-HASH     PIC  9(018).
           03  FINOPER-DT-EXPIRA      PIC  9(008).
           03  FINOPER-QTD-FALHAS     PIC  9(002).
           03  FINOPER-IND-TROCA      PIC  X(001).
           03  FINOPER-IND-BLOQUEIO   PIC  X(001).
           03  FILLER                 PIC  X(010).
      *
       FD  FINSGNL
           RECORDING MODE IS F
           RECORD CONTAINS 062 CHARACTERS.

       01  REG-FINSGNL.
           03  FINSGNL-DATA           PIC  9(008).
           03  FINSGNL-HORA           PIC  9(006).
           03  FINSGNL-COD-OPER       PIC  X(008).
           03  FINSGNL-PROGRAMA       PIC  X(008).
           03  FINSGNL-RESULTADO      PIC  X(002).
      *       TENTATIVA ACEITA (DEMAIS RESULTADOS SAO RECUSAS)
               88  FINSGNL-ACEITO            VALUE 'OK' 'TS' 'IM'.
               88  FINSGNL-BLOQUEIO          VALUE 'BL' 'BQ'.
           03  FINSGNL-DESCRICAO      PIC  X(030).
      *
       SD  SD-ATIVIDADE
           RECORD CONTAINS 060 CHARACTERS.
           05  WS-FS-FINOPER          PIC X(002)  VALUE '00'.
           05  WS-FS-FINOPREL-ORD     PIC X(002)  VALUE '00'.
           05  WS-FS-FINOPREL         PIC X(002)  VALUE '00'.
           05  WS-FS-FINSGNL          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-ATIVIDADES      PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-OPERADORES      PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-ANOMALIAS       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SGN-RECUSADOS   PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SGN-BLOQUEIOS   PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-VARREDURA-SW    PIC X(001)  VALUE 'N'.
              88  FIM-VARREDURA              VALUE 'S'.
           05  WS-LIN-TOT-POST        PIC ZZZZZZ9.
           05  FILLER                 PIC X(007)  VALUE '  SOMA '.
           05  WS-LIN-TOT-SOMA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SIGNON.
           05  WS-LIN-SGN-FLAG        PIC X(002).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SGN-HORA        PIC 99.99.99.
           05  FILLER                 PIC X(010)
                                      VALUE ' OPERADOR '.
           05  WS-LIN-SGN-OPER        PIC X(008).
           05  FILLER                 PIC X(006)  VALUE ' PROG '.
           05  WS-LIN-SGN-PROG        PIC X(008).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SGN-RESULT      PIC X(002).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SGN-DESC        PIC X(030).
      *
       01  WS-LINHA-SEPARADOR        PIC X(090)  VALUE ALL '-'.
      *
           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-ATIVIDADE
           PERFORM P5000-IMPRIME-RELATORIO
           PERFORM P5800-ANOMALIAS-SIGNON
           PERFORM P9000-FINALIZA

           GOBACK.

           .

      *-----------------------------------------------------------------
       P5800-ANOMALIAS-SIGNON SECTION.
      * Secao de anomalias de sign-on: tentativas recusadas do dia no
      * log FINSGNL (carimbado com a DATA DA MAQUINA pela SRSIGNON),
      * bloqueios marcados 'BL'/'BQ' e contados a parte. Log ausente =
      * secao vazia.
      *-----------------------------------------------------------------

           MOVE 'P5800-ANOMALIAS-SIGNON' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINOPREL
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINOPREL
           STRING 'ANOMALIAS DE SIGN-ON - TENTATIVAS RECUSADAS E '
                  'BLOQUEIOS EM ' WS-DATA-MAQUINA
                  DELIMITED BY SIZE  INTO REG-FINOPREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINSGNL
           IF WS-FS-FINSGNL NOT EQUAL '00'
              MOVE '   (LOG DE SIGN-ON AUSENTE)' TO REG-FINOPREL
              PERFORM P7000-GRAVA-LINHA
              EXIT SECTION
           END-IF

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSGNL
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINSGNL-DATA EQUAL WS-DATA-MAQUINA
                       AND NOT FINSGNL-ACEITO
                       PERFORM P5900-IMPRIME-SIGNON
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSGNL

           MOVE SPACES TO REG-FINOPREL
           STRING '   RECUSADAS: ' WS-QTD-SGN-RECUSADOS
                  '   DAS QUAIS BLOQUEIOS: ' WS-QTD-SGN-BLOQUEIOS
                  DELIMITED BY SIZE  INTO REG-FINOPREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P5900-IMPRIME-SIGNON SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WS-QTD-SGN-RECUSADOS
           ADD 1 TO WS-QTD-ANOMALIAS

           MOVE '**' TO WS-LIN-SGN-FLAG
           IF FINSGNL-BLOQUEIO
              ADD 1 TO WS-QTD-SGN-BLOQUEIOS
              DISPLAY '** ANOMALIA - SIGN-ON BLOQUEADO - OPERADOR '
                      FINSGNL-COD-OPER
           END-IF

           MOVE FINSGNL-HORA      TO WS-LIN-SGN-HORA
           MOVE FINSGNL-COD-OPER  TO WS-LIN-SGN-OPER
           MOVE FINSGNL-PROGRAMA  TO WS-LIN-SGN-PROG
           MOVE FINSGNL-RESULTADO TO WS-LIN-SGN-RESULT
           MOVE FINSGNL-DESCRICAO TO WS-LIN-SGN-DESC
           MOVE WS-LINHA-SIGNON TO REG-FINOPREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6000-ABRE-OPERADOR SECTION.
      * Cabecalho do operador, com nome e perfil de FINOPER; operador
           DISPLAY 'QTD ATIVIDADES COLETADAS    - ' WS-QTD-ATIVIDADES
           DISPLAY 'QTD OPERADORES NO RELATORIO - ' WS-QTD-OPERADORES
           DISPLAY 'QTD ANOMALIAS               - ' WS-QTD-ANOMALIAS
           DISPLAY 'QTD SIGN-ONS RECUSADOS      - ' WS-QTD-SGN-RECUSADOS
           DISPLAY 'QTD SIGN-ONS BLOQUEADOS     - ' WS-QTD-SGN-BLOQUEIOS
           DISPLAY '***************************************************'

           .
