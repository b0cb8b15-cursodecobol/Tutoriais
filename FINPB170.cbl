      *                                   FINNEGP - PARAMETROS DE CORTE
      *                                             (DIAS / % DO LIMITE)
      *              ARQUIVOS DE SAIDA  : FINNEGC - ESTADO ATUALIZADO
      *                                   FINNTEV - EVENTOS PARA AVISO
      *                                             AO CLIENTE (EXTEND)
      *                                   RELATORIO DE COBRANCA (SAIDA
      *                                   PADRAO, PIOR CASO PRIMEIRO
      *                                   DENTRO DE CADA AGENCIA)
      * FINNEGP.dat; ausente = 005 dias / 080%), classificadas por
      * agencia e, dentro da agencia, da pior para a melhor (dias
      * decrescentes).
      * No PRIMEIRO dia negativo de uma sequencia a conta gera o evento
      * 'NEG' (saldo e limite) em FINNTEV.dat, para o aviso ao cliente
      * (FINPB247).
      ******************************************************************
      * VRS003 - 15/10/2026 - EVENTO NEG (CONTA FICOU NEGATIVA) PARA O
      *                       AVISO AO CLIENTE
      * VRS002 - 22/08/2026 - O PASSO PASSA A GRAVAR SEU PROPRIO
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB170'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '003'.
      *
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNEGC          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNEGP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNEGW          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNEGR          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTEV          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-SLD       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-EVENTOS         PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-NEGATIVAS       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-RELATORIO       PIC 9(010)  VALUE ZEROS.
      *
           05  WS-PCT-CALC            PIC 9(009)  VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-COB-LIMITE      PIC ZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    CAMPOS DO REGISTRO DE LOG EM PREPARACAO (P9700-GRAVA-JBLOG)
       01  WS-AREA-JBLOG.
           05  WS-FS-FINJBLOG         PIC X(002)  VALUE '00'.

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

      *    Cortes do relatorio: parametro opcional; ausente = defaults.
           OPEN INPUT FINNEGP
           EVALUATE WS-FS-FINNEGP
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

           PERFORM P2500-LER-FINNEGC

           .

              PERFORM P3500-GRAVA-ESTADO

      *       Primeiro dia no vermelho: aviso ao cliente.
              IF WS-QTD-DIAS-ATUAL EQUAL 1
                 PERFORM P3700-GRAVA-EVENTO
              END-IF

              IF WS-QTD-DIAS-ATUAL NOT LESS WS-CORTE-DIAS
                 OR WS-PCT-USO NOT LESS WS-CORTE-PCT
                 PERFORM P4000-GRAVA-LINHA-RELATORIO

           .

      *-----------------------------------------------------------------
       P3700-GRAVA-EVENTO SECTION.
      * Evento 'NEG' da conta que acabou de ficar negativa: saldo do
      * dia e limite de cheque especial.
      *-----------------------------------------------------------------

           MOVE SPACES            TO REG-FINNTEV
           MOVE WS-DATA-EXECUCAO  TO FINNTEV-DATA
           MOVE 'NEG'             TO FINNTEV-EVENTO
           MOVE FINSLDS-CHAVE     TO FINNTEV-CONTA
           MOVE FINSLDS-VL-SLD    TO FINNTEV-VL-EVENTO
           MOVE FINSLDS-VL-LIMITE TO FINNTEV-VL-COMPL
           MOVE WS-NOM-PROGRAMA   TO FINNTEV-PROGRAMA

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
       P4000-GRAVA-LINHA-RELATORIO SECTION.
      * Grava a linha candidata do relatorio, ainda sem classificacao.

           CLOSE FINSLDS
                 FINNEGC-NOVO
                 FINNTEV
           IF FINNEGC-EXISTE
              CLOSE FINNEGC
           END-IF
           DISPLAY 'QTD LIDOS FINSLDS           - ' WS-QTD-LIDOS-SLD
           DISPLAY 'QTD CONTAS NEGATIVAS        - ' WS-QTD-NEGATIVAS
           DISPLAY 'QTD LINHAS DE RELATORIO     - ' WS-QTD-RELATORIO
           DISPLAY 'QTD EVENTOS DE AVISO        - ' WS-QTD-EVENTOS
           DISPLAY '***************************************************'

           .
