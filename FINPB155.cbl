      *                                   FINTRANS/FINTRCYC -
      *                                            CONFIRMACAO DE QUE O
      *                                            DEBITO POSTOU
      *              ARQUIVOS DE SAIDA  : FINNTEV - EVENTOS PARA AVISO
      *                                            AO CLIENTE (EXTEND)
      *
      * ESPECIFICAÇÃO
      * EXECUTAR SOMENTE ATRAVES DO FINPB101 (P0750), ANTES DA
      * da '00' e entrou na '01' (e o caminho de volta); o valor nunca
      * aparece nas duas subcontas ao mesmo tempo nem e fabricado por
      * uma perna orfa.
      * Cada bloqueio efetivado ('G' -> 'A') e cada liberacao
      * concluida ('S' -> 'L') gera um evento 'BLQ'/'LIB' em
      * FINNTEV.dat, para o aviso ao cliente (FINPB247).
      ******************************************************************
      * VRS002 - 15/10/2026 - EVENTOS BLQ/LIB PARA AVISO AO CLIENTE
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FINWROFF ASSIGN TO 'FINWROFF.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINWROFF.
      *    EVENTOS PARA AVISO AO CLIENTE - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINPB247 (VER FD FINNTEV, LA).
           SELECT FINNTEV  ASSIGN TO 'FINNTEV.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINNTEV.

      *    LOG PERSISTENTE DE EXECUCAO - SAIDA (WRITE, EXTEND)
      *    MESMO LAYOUT GRAVADO PELO FINPB100/FINPB101 E LIDO PELO
           03  WOF-REGISTRO           PIC  X(065).
           03  WOF-MOTIVO-BAIXA       PIC  X(030).
      *
      *    MESMA DEFINICAO USADA PELO FINPB247 (VER FD FINNTEV, LA)
       FD  FINNTEV
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINNTEV.
           03  FINNTEV-DATA           PIC  9(008).
           03  FINNTEV-EVENTO         PIC  X(003).
           03  FINNTEV-CONTA          PIC  X(017).
           03  FINNTEV-VL-EVENTO      PIC  S9(009)V99.
           03  FINNTEV-VL-COMPL       PIC  S9(009)V99.
           03  FINNTEV-REFERENCIA     PIC  X(020).
           03  FINNTEV-PROGRAMA       PIC  X(008).
           03  FILLER                 PIC  X(002).
      *
      *    LOG PERSISTENTE DE EXECUCAO (VER FINPB101/FINJBCON)
       FD  FINJBLOG
           RECORDING MODE IS F
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB155'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '002'.
      *
           05  WS-FS-FINHOLD          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANS         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRCYC         PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTEV          PIC X(002)  VALUE '00'.
           05  WS-QTD-EVENTOS         PIC 9(010)  VALUE ZEROS.
      *
           05  WS-QTD-LIDAS-ORDENS    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-BLOQ-INICIADOS  PIC 9(010)  VALUE ZEROS.
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN EXTEND FINNTEV
           IF WS-FS-FINNTEV EQUAL '35'
              OPEN OUTPUT FINNTEV
           END-IF
           IF WS-FS-FINNTEV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINNTEV - FILE STATUS = '
                     WS-FS-FINNTEV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------

           ADD 1 TO WS-QTD-BLOQ-EFETIVADOS

           MOVE 'BLQ' TO FINNTEV-EVENTO
           PERFORM P4500-GRAVA-EVENTO

           .

      *-----------------------------------------------------------------

           ADD 1 TO WS-QTD-LIB-EFETIVADAS

           MOVE 'LIB' TO FINNTEV-EVENTO
           PERFORM P4500-GRAVA-EVENTO

           .

      *-----------------------------------------------------------------

           .

      *-----------------------------------------------------------------
       P4500-GRAVA-EVENTO SECTION.
      * Evento de aviso ao cliente (codigo ja em FINNTEV-EVENTO) sobre
      * a conta principal da ordem; a referencia leva o numero da
      * ordem e a do processo judicial.
      *-----------------------------------------------------------------

           MOVE WS-DATA-EXECUCAO    TO FINNTEV-DATA
           MOVE SPACES              TO FINNTEV-CONTA
           STRING FINHOLD-NR-AGEN FINHOLD-NR-CC '00'
                  DELIMITED BY SIZE INTO FINNTEV-CONTA
           END-STRING
           MOVE FINHOLD-VL-BLOQUEIO TO FINNTEV-VL-EVENTO
           MOVE ZEROS               TO FINNTEV-VL-COMPL
           MOVE FINHOLD-REFERENCIA  TO FINNTEV-REFERENCIA
           MOVE WS-NOM-PROGRAMA     TO FINNTEV-PROGRAMA

           WRITE REG-FINNTEV    END-WRITE

           IF WS-FS-FINNTEV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINNTEV - FILE STATUS = '
                     WS-FS-FINNTEV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-EVENTOS

           .

      *-----------------------------------------------------------------
       P5000-REGRAVA-FINHOLD SECTION.
      *-----------------------------------------------------------------
              CLOSE FINHOLD
                    FINSLD-CONSULTA
                    FINTRAN
                    FINNTEV
              IF FINTRCYC-EXISTE
                 CLOSE FINTRCYC
              END-IF
                    WS-QTD-AGUARDANDO
           DISPLAY 'QTD REAPRESENTADAS (BAIXA)  - '
                    WS-QTD-REAPRESENTADAS
           DISPLAY 'QTD EVENTOS DE AVISO        - ' WS-QTD-EVENTOS
           DISPLAY '***************************************************'

           .
