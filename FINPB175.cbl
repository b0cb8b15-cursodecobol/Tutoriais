      *              ARQUIVOS DE SAIDA  : FINULTM - DATAS ATUALIZADAS
      *                                   FINSLDS - CONTAS CONGELADAS
      *                                             (REWRITE STATUS 'F')
      *                                   FINNTEV - EVENTOS PARA AVISO
      *                                             AO CLIENTE (EXTEND)
      *                                   RELATORIO DE INATIVAS (SAIDA
      *                                   PADRAO)
      *
      * - Casa FINSLDS com FINSLDA (ambos em ordem de chave): conta com
      *   movimento DO CLIENTE no dia (indicadores 'D'/'C'/'F',
      *   EXCLUINDO os creditos de juros do FINPB130 - ID-TRAN na faixa
      *   9.000.000.000+ -, os debitos de IR retido sobre eles - 'D' na
      *   faixa 9.050.000.000-9.099.999.999 - e os ajustes 'J') recebe
      *   a data de
      *   processamento como ultimo movimento; as demais herdam a data
      *   do ciclo anterior (FINULTM); conta ainda sem data (inicio do
      *   controle) e carimbada com a data de processamento, que passa
      *   FINSLD), e o P3500-CALCULA-SALDO passa a rejeitar lancamentos
      *   contra elas pela regra ja existente de conta nao ativa
      *   (motivo '02').
      * - Cada conta congelada gera o evento 'INA' (saldo e dias sem
      *   movimento) em FINNTEV.dat, para o aviso ao cliente (FINPB247).
      ******************************************************************
      * VRS005 - 15/10/2026 - EVENTO INA (CONTA CONGELADA POR
      *                       INATIVIDADE) PARA O AVISO AO CLIENTE
      * VRS004 - 15/10/2026 - O DEBITO DE IR RETIDO NA FONTE SOBRE OS
      *                       JUROS (FINPB130) NAO CONTA COMO MOVIMENTO
      *                       DO CLIENTE.
      * VRS003 - 22/08/2026 - O PASSO PASSA A GRAVAR SEU PROPRIO
      *                       REGISTRO NO LOG PERSISTENTE DE EXECUCAO
      *                       (FINJBLOG), COM OS CONTADORES DE LIDOS/
           SELECT FINJBLOG ASSIGN TO 'FINJBLOG.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINJBLOG.
      *    EVENTOS PARA AVISO AO CLIENTE - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINPB247 (VER FD FINNTEV, LA).
           SELECT FINNTEV  ASSIGN TO 'FINNTEV.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINNTEV.

      ******************************************************************
       DATA DIVISION.
      *
       FD  FINDRMW
           RECORDING MODE IS F
           RECORD CONTAINS 023 CHARACTERS.

       01  REG-FINDRMW.
           03  FINDRMW-CHAVE          PIC  X(017).
           03  FINDRMW-DIAS-SEM-MOVTO PIC  9(006).
      *
      *    PARAMETROS: CONGELAMENTO AUTOMATICO (S/N) E LIMITE DE DIAS;
      *    ARQUIVO AUSENTE = NAO CONGELA / 360 DIAS.
           03  FINJBLOG-QTD-GRAVADOS  PIC  9(010).
           03  FINJBLOG-INFO          PIC  X(020).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB175'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '005'.
      *
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDS-ATU      PIC X(002)  VALUE '00'.
           05  WS-FS-FINULTM-NOVO     PIC X(002)  VALUE '00'.
           05  WS-FS-FINDRMW          PIC X(002)  VALUE '00'.
           05  WS-FS-FINDRMP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTEV          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-SLD       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-COM-MOVTO       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-FAIXA-180       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-FAIXA-360       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONGELADAS      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-EVENTOS         PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINSLDS-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDS                VALUE 'S'.

      *    Movimentos do dia: avanca a trilha ate a chave da conta,
      *    observando se ha movimento do cliente ('D'/'C'/'F', fora os
      *    creditos de juros do FINPB130 com o IR retido sobre eles e
      *    os ajustes 'J').
           MOVE 'N' TO WS-MOVTO-NO-DIA-SW
           PERFORM UNTIL FIM-FINSLDA
                      OR FINSLDA-CHAVE GREATER THAN FINSLDS-CHAVE
                 IF (FINSLDA-IND-TRAN EQUAL 'D' OR 'C' OR 'F')
                    AND NOT (FINSLDA-IND-TRAN EQUAL 'C'
                             AND FINSLDA-ID-TRAN NOT LESS 9000000000)
                    AND NOT (FINSLDA-IND-TRAN EQUAL 'D'
                             AND FINSLDA-ID-TRAN NOT LESS 9050000000
                             AND FINSLDA-ID-TRAN NOT GREATER 9099999999)
                    MOVE 'S' TO WS-MOVTO-NO-DIA-SW
                 END-IF
              END-IF
                 IF CONGELA-AUTORIZADO
                    AND FINSLDS-CONTA-ATIVA
                    AND WS-DIAS-SEM-MOVTO NOT LESS WS-DIAS-CONGELA
                    MOVE FINSLDS-CHAVE     TO FINDRMW-CHAVE
                    MOVE WS-DIAS-SEM-MOVTO TO FINDRMW-DIAS-SEM-MOVTO
                    WRITE REG-FINDRMW    END-WRITE
                    IF WS-FS-FINDRMW NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                 PERFORM P8000-ERRO
              END-IF

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

              PERFORM UNTIL FIM-FINDRMW
                 READ FINDRMW
                    AT END

              CLOSE FINSLDS-ATU
                    FINDRMW
                    FINNTEV
           END-IF

           .
                 ADD 1 TO WS-QTD-CONGELADAS
                 DISPLAY 'CONTA CONGELADA POR INATIVIDADE: '
                         FINDRMW-CHAVE
                 PERFORM P5700-GRAVA-EVENTO
           END-READ

           .

      *-----------------------------------------------------------------
       P5700-GRAVA-EVENTO SECTION.
      * Evento 'INA' da conta recem-congelada: saldo e dias sem
      * movimento do cliente.
      *-----------------------------------------------------------------

           MOVE SPACES                 TO REG-FINNTEV
           MOVE WS-DATA-EXECUCAO       TO FINNTEV-DATA
           MOVE 'INA'                  TO FINNTEV-EVENTO
           MOVE FINDRMW-CHAVE          TO FINNTEV-CONTA
           MOVE FINSLDS-ATU-VL-SLD     TO FINNTEV-VL-EVENTO
           MOVE FINDRMW-DIAS-SEM-MOVTO TO FINNTEV-VL-COMPL
           MOVE WS-NOM-PROGRAMA        TO FINNTEV-PROGRAMA

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
       P9700-GRAVA-JBLOG SECTION.
      * Grava o registro deste passo no log persistente de execucao
           DISPLAY 'QTD FAIXA 180 DIAS          - ' WS-QTD-FAIXA-180
           DISPLAY 'QTD FAIXA 360 DIAS          - ' WS-QTD-FAIXA-360
           DISPLAY 'QTD CONGELADAS              - ' WS-QTD-CONGELADAS
           DISPLAY 'QTD EVENTOS DE AVISO        - ' WS-QTD-EVENTOS
           DISPLAY '***************************************************'

           .
