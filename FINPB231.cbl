      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : REDIRECIONAR PARA A CHAVE NOVA OS ITENS DE FINTRAN
      *              QUE AINDA CHEGAM COM A CHAVE DE UMA CONTA
      *              TRANSFERIDA NA INCORPORACAO DE AGENCIA (FINPB229),
      *              DURANTE O PERIODO DE TRANSICAO.
      *              ARQUIVO DE ENTRADA : FINAGMAP - MAPA CHAVE ANTIGA
      *                                              -> NOVA
      *              ARQUIVO DE E/S     : FINTRAN  - TRANSACOES DO
      *                                              CICLO (REGRAVADO)
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101) depois de todos os passos
      * que gravam no FINTRAN e antes da ordenacao (P1000), para que os
      * itens redirecionados sejam ordenados e totalizados no trailer
      * junto com os demais. Cada item cuja chave esta no FINAGMAP com
      * fim de transicao ate a data de processamento ou depois dela
      * recebe a chave nova; os demais campos nao mudam. Chave antiga
      * com a transicao vencida segue como veio (o FINPB100 a rejeita
      * com motivo '01', conta inexistente) e e apenas contada. O
      * registro de controle '9999TRAILER' e copiado sem alteracao (a
      * ordenacao recalcula o trailer). O arquivo e regravado em
      * FINTRAN.red e renomeado para FINTRAN.dat ao final.
      * Sem FINAGMAP.dat (nenhuma incorporacao feita) nada e lido nem
      * regravado; o job termina normalmente.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB231.
       AUTHOR.          CURSO DE COBOL.
       DATE-COMPILED.   15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    MAPA CHAVE ANTIGA -> NOVA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB229 (VER FD FINAGMAP, LA).
           SELECT FINAGMAP ASSIGN TO 'FINAGMAP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINAGMAP-CHAVE-ANTIGA
                  ALTERNATE RECORD KEY IS FINAGMAP-CHAVE-NOVA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINAGMAP.
      *    ARQUIVO TRANSACOES - ENTRADA (READ)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.
      *    ARQUIVO TRANSACOES - SAIDA REDIRECIONADA (WRITE)
           SELECT FINTRAN-RED ASSIGN TO 'FINTRAN.red'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN-RED.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINPB229 (VER FD FINAGMAP, LA)
       FD  FINAGMAP
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINAGMAP.
           03  FINAGMAP-CHAVE-ANTIGA  PIC  X(017).
           03  FINAGMAP-CHAVE-NOVA    PIC  X(017).
           03  FINAGMAP-DT-INCORPORACAO PIC 9(008).
           03  FINAGMAP-DT-FIM-TRANSICAO PIC 9(008).
           03  FINAGMAP-COD-SUPERV    PIC  X(008).
           03  FINAGMAP-IND-RENUMERADA PIC X(001).
           03  FILLER                 PIC  X(021).
      *
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINTRAN, LA)
       FD  FINTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRAN.
           03  FINTRAN-CHAVE             PIC  X(017).
              88  FINTRAN-TRAILER               VALUE
                                              '9999TRAILER      '.
           03  FILLER                    PIC  X(035).
      *
       FD  FINTRAN-RED
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRAN-RED               PIC  X(052).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB231'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINAGMAP         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN-RED      PIC X(002)  VALUE '00'.
      *
           05  WS-FINAGMAP-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINAGMAP-EXISTE            VALUE 'S'.
           05  WS-FIM-FINTRAN-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTRAN                VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-REDIRECIONADOS  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-TRANSICAO-VENC  PIC 9(009)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
           05  WS-ARQ-ORIGEM          PIC X(030)  VALUE SPACES.
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
           05  WS-RET-CBL             PIC S9(009) COMP-5  VALUE ZEROS.
           05  WS-RET-CBL-DISP        PIC ----9   VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           IF FINAGMAP-EXISTE
              PERFORM P1000-REDIRECIONA
           END-IF
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINAGMAP
           EVALUATE WS-FS-FINAGMAP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINAGMAP-EXISTE-SW
                    DISPLAY 'FINAGMAP.dat AUSENTE - NENHUMA '
                            'INCORPORACAO DE AGENCIA'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINAGMAP - FILE STATUS = '
                           WS-FS-FINAGMAP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINTRAN
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINTRAN.dat - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN OUTPUT FINTRAN-RED
           IF WS-FS-FINTRAN-RED NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINTRAN.red - FILE STATUS = '
                     WS-FS-FINTRAN-RED
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-REDIRECIONA SECTION.
      * Copia FINTRAN.dat para FINTRAN.red trocando a chave dos itens
      * mapeados em transicao; ao final FINTRAN.red assume o nome
      * FINTRAN.dat.
      *-----------------------------------------------------------------

           MOVE 'P1000-REDIRECIONA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINTRAN
              READ FINTRAN
                 AT END
                    MOVE 'S' TO WS-FIM-FINTRAN-SW
                 NOT AT END
                    IF WS-FS-FINTRAN NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINTRAN.dat - FILE STATUS = '
                              WS-FS-FINTRAN
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    IF NOT FINTRAN-TRAILER
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM P2000-TRATA-ITEM
                    END-IF
                    WRITE REG-FINTRAN-RED FROM REG-FINTRAN
                    IF WS-FS-FINTRAN-RED NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - WRITE FINTRAN.red - FILE STATUS '
                              '= ' WS-FS-FINTRAN-RED
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINTRAN
                 FINTRAN-RED

           MOVE 'FINTRAN.dat' TO WS-ARQ-DESTINO
           MOVE 'FINTRAN.red' TO WS-ARQ-ORIGEM
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
           CALL 'CBL_RENAME_FILE' USING WS-ARQ-ORIGEM WS-ARQ-DESTINO
                RETURNING WS-RET-CBL
           IF WS-RET-CBL NOT EQUAL ZEROS
              MOVE WS-RET-CBL TO WS-RET-CBL-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - RENAME FINTRAN.red P/ FINTRAN.dat - '
                     'RETCODE = ' WS-RET-CBL-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-TRATA-ITEM SECTION.
      * Procura a chave do item no mapa; em transicao, troca a chave.
      *-----------------------------------------------------------------

           MOVE 'P2000-TRATA-ITEM' TO WS-NOM-PARAGRAFO

           MOVE FINTRAN-CHAVE TO FINAGMAP-CHAVE-ANTIGA
           READ FINAGMAP
           EVALUATE WS-FS-FINAGMAP
               WHEN '00'
                    IF FINAGMAP-DT-FIM-TRANSICAO
                       NOT LESS WS-DATA-EXECUCAO
                       MOVE FINAGMAP-CHAVE-NOVA TO FINTRAN-CHAVE
                       ADD 1 TO WS-QTD-REDIRECIONADOS
                    ELSE
                       ADD 1 TO WS-QTD-TRANSICAO-VENC
                    END-IF
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINAGMAP - FILE STATUS = '
                           WS-FS-FINAGMAP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB231 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           IF FINAGMAP-EXISTE
              CLOSE FINAGMAP
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB231 - REDIRECIONAMENTO DE CHAVES'
           DISPLAY '***************************************************'
           DISPLAY 'ITENS LIDOS EM FINTRAN      - ' WS-QTD-LIDOS
           DISPLAY 'ITENS REDIRECIONADOS        - '
                   WS-QTD-REDIRECIONADOS
           DISPLAY 'CHAVE ANTIGA FORA DO PRAZO  - '
                   WS-QTD-TRANSICAO-VENC
           DISPLAY '***************************************************'

           .
