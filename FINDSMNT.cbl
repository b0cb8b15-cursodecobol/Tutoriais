      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CADASTRO DE CONTESTACOES DE DEBITO (DISPUTAS): O
      *              CASO E ABERTO CONTRA UM MOVIMENTO DO HISTORICO,
      *              PODE RECEBER CREDITO PROVISORIO E E ENCERRADO A
      *              FAVOR OU CONTRA O CLIENTE.
      *              ARQUIVOS : FINSLD   - SALDOS (CONFERENCIA DA CONTA)
      *                         FINSLDH  - HISTORICO DE MOVIMENTOS
      *                                    (FINPB140)
      *                         FINDISP  - CASOS DE CONTESTACAO
      *                         FINDSSEQ - ULTIMO NUMERO DE CASO
      *                         FINDISPP - PRAZO REGULATORIO (DIAS
      *                                    UTEIS), OPCIONAL
      *                         FINTRAN  - TRANSACOES DO CICLO (EXTEND)
      *                         FINCORREC- PEDIDOS DE ESTORNO P/ O
      *                                    FINPB110 (EXTEND)
      *                         FINMEMO  - MOVIMENTO MEMO DO DIA (VIA
      *                                    SRMEMO)
      *                         FINCALEN - FERIADOS (VIA SRDIAUTIL)
      *
      * ESPECIFICAÇÃO
      * Exige sign-on pela SRSIGNON. Opcoes:
      * (A)BRIR      - qualquer perfil ativo. Conta, data do movimento
      *                contestado e, entre os debitos ('D'/'F') da
      *                conta naquela data no historico FINSLDH, o
      *                numero de sequencia; motivo e descricao. O mesmo
      *                movimento nao pode ter dois casos em aberto. O
      *                prazo de resposta e a data de abertura mais o
      *                numero de dias uteis de FINDISPP.dat (ausente =
      *                010), pela SRDIAUTIL.
      * (P)ROVISORIO - supervisor (perfil 'S'). Credito provisorio do
      *                valor do movimento na conta (ativa): 'C' em
      *                FINTRAN.dat com ID 9.860.000.000 + NUMERO DO
      *                CASO; o caso passa de 'A' para 'P'.
      * (R)ESOLVER   - supervisor (perfil 'S').
      *                - A FAVOR do cliente: com credito provisorio, o
      *                  credito se torna definitivo (nenhum lancamento
      *                  novo); sem ele, grava o pedido de estorno do
      *                  movimento original em FINCORREC.dat (ID
      *                  9.880.000.000 + NUMERO DO CASO), que o FINPB110
      *                  transforma em credito no FINTRANC.dat.
      *                - CONTRA o cliente: com credito provisorio,
      *                  redebita o valor ('D' em FINTRAN.dat, ID
      *                  9.870.000.000 + NUMERO DO CASO); sem ele, so
      *                  encerra o caso.
      * (C)ONSULTAR  - mostra um caso pelo numero.
      * (L)ISTAR     - lista os casos de uma conta.
      * Situacoes: 'A' aberto, 'P' aberto com credito provisorio, 'F'
      * encerrado a favor do cliente, 'C' encerrado contra o cliente.
      * Os lancamentos gerados acumulam no FINMEMO (saldo memo do dia).
      * O relatorio de envelhecimento por agencia, com o prazo de cada
      * caso em aberto, e emitido pelo FINPB228.
      * Na primeira execucao o arquivo de casos e criado vazio.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINDSMNT.
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
      *    ARQUIVO SALDOS - CONFERENCIA DA CONTA (READ)
      *    MESMA DEFINICAO USADA PELO FINTLMNT (VER FD FINSLD-CONSULTA).
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CONS-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-CONSULTA.
      *    HISTORICO PERMANENTE DE MOVIMENTOS - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDH, LA).
           SELECT FINSLDH  ASSIGN TO 'FINSLDH.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDH.
      *    CASOS DE CONTESTACAO - PELO NUMERO DO CASO (CHAVE) E PELA
      *    CONTA (ALTERNATIVA)
           SELECT FINDISP  ASSIGN TO 'FINDISP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINDISP-NR-CASO
                  ALTERNATE RECORD KEY IS FINDISP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINDISP.
      *    ARQUIVO TRANSACOES - CAPTURA (WRITE, EXTEND)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.
      *    PEDIDOS DE ESTORNO - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINPB110 (VER FD FINCORREC, LA).
           SELECT FINCORREC ASSIGN TO 'FINCORREC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCORREC.
      *    ULTIMO NUMERO DE CASO (UM REGISTRO)
           SELECT FINDSSEQ ASSIGN TO 'FINDSSEQ.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINDSSEQ.
      *    PRAZO DE RESPOSTA EM DIAS UTEIS (UM REGISTRO, OPCIONAL)
           SELECT FINDISPP ASSIGN TO 'FINDISPP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINDISPP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-CONSULTA.
           03  FINSLD-CONS-CHAVE      PIC  X(017).
           03  FINSLD-CONS-VL-SLD     PIC  S9(009)V99.
           03  FINSLD-CONS-STATUS     PIC  X(001).
              88  FINSLD-CONS-CONTA-ATIVA    VALUE 'A'.
           03  FINSLD-CONS-IND-LIMITE PIC  X(001).
           03  FINSLD-CONS-VL-LIMITE  PIC  9(009)V99.
           03  FINSLD-CONS-COD-MOEDA  PIC  X(003).
           03  FINSLD-CONS-TIPO-CONTA PIC  X(001).
      *
       FD  FINSLDH
           RECORDING MODE IS F
           RECORD CONTAINS 086 CHARACTERS.

       01  REG-FINSLDH.
           03  FINSLDH-CHAVE             PIC  X(017).
           03  FINSLDH-DATA-PROC         PIC  9(008).
           03  FINSLDH-NR-SEQ            PIC  9(007).
           03  FINSLDH-VL-SLD-ANTES      PIC  S9(009)V99.
           03  FINSLDH-VL-TRAN           PIC  9(009)V99.
           03  FINSLDH-IND-TRAN          PIC  X(001).
           03  FINSLDH-VL-SLD-DEPOIS     PIC  S9(009)V99.
           03  FINSLDH-ID-TRAN           PIC  9(010).
           03  FINSLDH-COD-ORIGEM        PIC  X(002).
           03  FINSLDH-COD-OPER          PIC  X(008).
      *
      *    UM REGISTRO POR CASO. O MOVIMENTO CONTESTADO E IDENTIFICADO
      *    PELA DATA DE PROCESSAMENTO E PELA SEQUENCIA NO HISTORICO, E
      *    COPIADO PARA O CASO (O HISTORICO TEM RETENCAO LIMITADA).
       FD  FINDISP
           RECORD CONTAINS 200 CHARACTERS.

       01  REG-FINDISP.
           03  FINDISP-NR-CASO           PIC  9(007).
           03  FINDISP-CONTA             PIC  X(017).
           03  FINDISP-DT-MOVIMENTO      PIC  9(008).
           03  FINDISP-NR-SEQ-MOV        PIC  9(007).
           03  FINDISP-ID-TRAN-MOV       PIC  9(010).
           03  FINDISP-VL-MOVIMENTO      PIC  9(009)V99.
           03  FINDISP-IND-MOVIMENTO     PIC  X(001).
           03  FINDISP-COD-MOEDA         PIC  X(003).
      *    '01'=NAO RECONHECE  '02'=DUPLICIDADE  '03'=VALOR DIVERGENTE
      *    '04'=PRODUTO/SERVICO NAO RECEBIDO  '05'=FRAUDE
      *    '06'=TARIFA INDEVIDA  '99'=OUTROS
           03  FINDISP-COD-MOTIVO        PIC  X(002).
           03  FINDISP-DESCRICAO         PIC  X(040).
           03  FINDISP-DT-ABERTURA       PIC  9(008).
           03  FINDISP-COD-OPER-ABERT    PIC  X(008).
           03  FINDISP-DT-PRAZO          PIC  9(008).
           03  FINDISP-VL-PROVISORIO     PIC  9(009)V99.
           03  FINDISP-DT-PROVISORIO     PIC  9(008).
           03  FINDISP-COD-SUPERV-PROV   PIC  X(008).
           03  FINDISP-DT-RESOLUCAO      PIC  9(008).
           03  FINDISP-COD-SUPERV-RESOL  PIC  X(008).
      *    'A'=ABERTO  'P'=ABERTO COM CREDITO PROVISORIO
      *    'F'=ENCERRADO A FAVOR DO CLIENTE  'C'=ENCERRADO CONTRA
           03  FINDISP-STATUS            PIC  X(001).
              88  FINDISP-ABERTO                VALUE 'A'.
              88  FINDISP-PROVISORIO            VALUE 'P'.
              88  FINDISP-EM-ANDAMENTO          VALUE 'A' 'P'.
              88  FINDISP-A-FAVOR               VALUE 'F'.
              88  FINDISP-CONTRA                VALUE 'C'.
      *    'S'=ESTORNO DO MOVIMENTO PEDIDO AO FINPB110 (FINCORREC)
           03  FINDISP-IND-ESTORNO       PIC  X(001).
           03  FILLER                    PIC  X(025).
      *
       FD  FINTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRAN.
           03  FINTRAN-CHAVE          PIC  X(017).
           03  FINTRAN-VL-TRAN        PIC  9(009)V99.
           03  FINTRAN-IND-TRAN       PIC  X(001).
           03  FINTRAN-COD-ORIGEM     PIC  X(002).
           03  FINTRAN-ID-TRAN        PIC  9(010).
           03  FINTRAN-DT-EFETIVA     PIC  9(008).
           03  FINTRAN-COD-MOEDA      PIC  X(003).
      *
       FD  FINCORREC
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINCORREC.
           03  FINCORREC-CHAVE           PIC  X(017).
           03  FINCORREC-VL-TRAN         PIC  9(009)V99.
           03  FINCORREC-IND-TRAN        PIC  X(001).
           03  FINCORREC-FILLER          PIC  X(002).
           03  FINCORREC-ID-TRAN         PIC  9(010).
           03  FINCORREC-DT-EFETIVA      PIC  9(008).
           03  FINCORREC-COD-MOEDA       PIC  X(003).
      *
       FD  FINDSSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 007 CHARACTERS.

       01  REG-FINDSSEQ.
           03  FINDSSEQ-ULT-SEQ       PIC  9(007).
      *
       FD  FINDISPP
           RECORDING MODE IS F
           RECORD CONTAINS 003 CHARACTERS.

       01  REG-FINDISPP.
           03  FINDISPP-PRAZO-DIAS    PIC  9(003).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINDSMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDH          PIC X(002)  VALUE '00'.
           05  WS-FS-FINDISP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCORREC        PIC X(002)  VALUE '00'.
           05  WS-FS-FINDSSEQ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINDISPP         PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-CONTA-OK-SW         PIC X(001)  VALUE 'N'.
              88  CONTA-OK                   VALUE 'S'.
           05  WS-CRITICA-OK-SW       PIC X(001)  VALUE 'N'.
              88  CRITICA-OK                 VALUE 'S'.
           05  WS-CASO-OK-SW          PIC X(001)  VALUE 'N'.
              88  CASO-OK                    VALUE 'S'.
           05  WS-FIM-FINSLDH-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDH                VALUE 'S'.
           05  WS-FIM-FINDISP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINDISP                VALUE 'S'.
      *
           05  WS-ULT-SEQ             PIC 9(007)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-LISTADOS        PIC 9(005)  VALUE ZEROS.
      *
      *    PRAZO DE RESPOSTA EM DIAS UTEIS (FINDISPP; AUSENTE = 010)
           05  WS-PRAZO-DIAS          PIC 9(003)  VALUE 010.
           05  WS-IND-PRAZO           PIC 9(003)  VALUE ZEROS.
           05  WS-DT-PRAZO            PIC 9(008)  VALUE ZEROS.
      *
      *    MOVIMENTO CONTESTADO, COPIADO DO HISTORICO
           05  WS-MOV-DATA            PIC 9(008)  VALUE ZEROS.
           05  WS-MOV-NR-SEQ          PIC 9(007)  VALUE ZEROS.
           05  WS-MOV-ID-TRAN         PIC 9(010)  VALUE ZEROS.
           05  WS-MOV-VL-TRAN         PIC 9(009)V99 VALUE ZEROS.
           05  WS-MOV-IND-TRAN        PIC X(001)  VALUE SPACES.
      *
      *    LANCAMENTO A GERAR NO FINTRAN (CREDITO PROVISORIO/REDEBITO)
           05  WS-LAN-IND-TRAN        PIC X(001)  VALUE SPACES.
           05  WS-LAN-ID-TRAN         PIC 9(010)  VALUE ZEROS.
      *
           05  WS-DESC-MOTIVO         PIC X(030)  VALUE SPACES.
           05  WS-DESC-STATUS         PIC X(030)  VALUE SPACES.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-VL-EDITADO              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (VALIDACAO DA CHAVE)
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-NR-AGEN        PIC 9(004).
           05  WS-PARM-NR-CC          PIC X(011).
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
      *    AREA DE CHAMADA DE SRDIAUTIL (CALENDARIO DE DIAS UTEIS)
       01  WS-PARM-DIA-UTIL.
           05  WS-DIU-DATA            PIC 9(008).
           05  WS-DIU-FUNCAO          PIC X(001).
           05  WS-DIU-DATA-RESULT     PIC 9(008).
           05  WS-DIU-IND-UTIL        PIC X(001).
           05  WS-DIU-COD-RETORNO     PIC X(002).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-CAPTURA.
           05  WS-CAP-NR-AGEN         PIC  9(004)  VALUE ZEROS.
           05  WS-CAP-NR-CC           PIC  X(011)  VALUE SPACES.
           05  WS-CAP-COD-SUBCONTA    PIC  X(002)  VALUE SPACES.
           05  WS-CAP-DT-MOVIMENTO    PIC  9(008)  VALUE ZEROS.
           05  WS-CAP-NR-SEQ          PIC  9(007)  VALUE ZEROS.
           05  WS-CAP-COD-MOTIVO      PIC  X(002)  VALUE SPACES.
           05  WS-CAP-DESCRICAO       PIC  X(040)  VALUE SPACES.
           05  WS-CAP-NR-CASO         PIC  9(007)  VALUE ZEROS.
           05  WS-CAP-RESULTADO       PIC  X(001)  VALUE SPACES.
           05  WS-CAP-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-PROCESSA
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINDSMNT - CONTESTACOES DE DEBITO'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINSLD-CONSULTA
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINDISP
           IF WS-FS-FINDISP EQUAL '35'
              OPEN OUTPUT FINDISP
              CLOSE FINDISP
              OPEN I-O FINDISP
           END-IF
           IF WS-FS-FINDISP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINDISP - FILE STATUS = '
                     WS-FS-FINDISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN EXTEND FINTRAN
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Ultimo numero de caso: ausente = comeca de zero.
           OPEN INPUT FINDSSEQ
           EVALUATE WS-FS-FINDSSEQ
               WHEN '00'
                    READ FINDSSEQ
                       AT END
                          CONTINUE
                       NOT AT END
                          IF FINDSSEQ-ULT-SEQ NUMERIC
                             MOVE FINDSSEQ-ULT-SEQ TO WS-ULT-SEQ
                          END-IF
                    END-READ
                    CLOSE FINDSSEQ
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINDSSEQ - FILE STATUS = '
                           WS-FS-FINDSSEQ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

      *    Prazo de resposta em dias uteis: parametro opcional;
      *    ausente = 010.
           OPEN INPUT FINDISPP
           EVALUATE WS-FS-FINDISPP
               WHEN '00'
                    READ FINDISPP
                       AT END
                          CONTINUE
                       NOT AT END
                          IF FINDISPP-PRAZO-DIAS NUMERIC
                             AND FINDISPP-PRAZO-DIAS > ZEROS
                             MOVE FINDISPP-PRAZO-DIAS
                               TO WS-PRAZO-DIAS
                          END-IF
                    END-READ
                    CLOSE FINDISPP
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINDISPP - FILE STATUS = '
                           WS-FS-FINDISPP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-EXECUCAO
           DISPLAY 'OPERADOR ............: ' WS-SGN-COD-OPER
           DISPLAY 'PRAZO DE RESPOSTA ...: ' WS-PRAZO-DIAS
                   ' DIAS UTEIS'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(A)BRIR CASO  (P)ROVISORIO  (R)ESOLVER  '
                      '(C)ONSULTAR  (L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'A'  WHEN 'a'
                      PERFORM P2000-ABRIR-CASO
                 WHEN 'P'  WHEN 'p'
                      PERFORM P5000-CREDITO-PROVISORIO
                 WHEN 'R'  WHEN 'r'
                      PERFORM P6000-RESOLVER-CASO
                 WHEN 'C'  WHEN 'c'
                      PERFORM P6700-CONSULTAR-CASO
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6800-LISTAR-CONTA
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-ABRIR-CASO SECTION.
      * Abre um caso contra um debito do historico da conta.
      *-----------------------------------------------------------------

           MOVE 'P2000-ABRIR-CASO' TO WS-NOM-PARAGRAFO

           PERFORM P2500-CRITICA-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF

           PERFORM P3000-SELECIONA-MOVIMENTO
           IF NOT CRITICA-OK
              EXIT SECTION
           END-IF

           PERFORM P3500-VERIFICA-CASO-ABERTO
           IF NOT CRITICA-OK
              EXIT SECTION
           END-IF

           PERFORM P3800-CAPTURA-MOTIVO
           IF NOT CRITICA-OK
              EXIT SECTION
           END-IF

           PERFORM P3900-CALCULA-PRAZO

           MOVE WS-MOV-VL-TRAN TO WS-VL-EDITADO
           DISPLAY 'MOVIMENTO ' WS-MOV-DATA '/' WS-MOV-NR-SEQ
                   ' - ' WS-MOV-IND-TRAN ' ' WS-VL-EDITADO
           DISPLAY 'MOTIVO ' WS-CAP-COD-MOTIVO ' - ' WS-DESC-MOTIVO
           DISPLAY 'PRAZO DE RESPOSTA: ' WS-DT-PRAZO
           DISPLAY 'CONFIRMA A ABERTURA DO CASO (S/N)? '
           ACCEPT WS-CAP-RESPOSTA
           IF WS-CAP-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'ABERTURA CANCELADA.'
              EXIT SECTION
           END-IF

           PERFORM P4000-GRAVA-CASO

      *    O supervisor pode conceder o credito provisorio ja na
      *    abertura; os demais perfis deixam o caso 'A'.
           IF WS-SGN-PERFIL EQUAL 'S'
              AND FINSLD-CONS-CONTA-ATIVA
              DISPLAY 'CONCEDE CREDITO PROVISORIO AGORA (S/N)? '
              ACCEPT WS-CAP-RESPOSTA
              IF WS-CAP-RESPOSTA EQUAL 'S' OR 's'
                 PERFORM P5100-CONCEDE-PROVISORIO
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-CRITICA-CONTA SECTION.
      * Valida a chave pela SRMINIMAL e confere em FINSLD que a conta
      * existe. A contestacao pode ser aberta com a conta em qualquer
      * situacao; o credito provisorio exige conta ativa (P5000).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-OK-SW

           DISPLAY 'AGENCIA: '
           ACCEPT WS-CAP-NR-AGEN
           DISPLAY 'CONTA: '
           ACCEPT WS-CAP-NR-CC
           DISPLAY 'SUBCONTA (BRANCO = 00-PRINCIPAL): '
           ACCEPT WS-CAP-COD-SUBCONTA
           IF WS-CAP-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO WS-CAP-COD-SUBCONTA
           END-IF

           MOVE WS-CAP-NR-AGEN TO WS-PARM-NR-AGEN
           MOVE WS-CAP-NR-CC   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           IF NOT WS-CHAVE-VALIDA
              DISPLAY 'CHAVE DE CONTA INVALIDA - RETORNO SRMINIMAL = '
                      WS-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           MOVE SPACES TO FINSLD-CONS-CHAVE
           STRING WS-CAP-NR-AGEN WS-CAP-NR-CC WS-CAP-COD-SUBCONTA
                  DELIMITED BY SIZE INTO FINSLD-CONS-CHAVE
           END-STRING

           READ FINSLD-CONSULTA
              INVALID KEY
                 DISPLAY 'CONTA NAO ENCONTRADA.'
              NOT INVALID KEY
                 MOVE 'S' TO WS-CONTA-OK-SW
                 MOVE FINSLD-CONS-VL-SLD TO WS-VL-EDITADO
                 DISPLAY 'SALDO DE ABERTURA: ' WS-VL-EDITADO
                         '  MOEDA: ' FINSLD-CONS-COD-MOEDA
                         '  SITUACAO: ' FINSLD-CONS-STATUS
           END-READ

           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2700-CHAMA-SRMEMO SECTION.
      * Chama a SRMEMO com WS-PARM-MEMO preenchida; erro de arquivo
      * encerra o programa (o lancamento nao pode ficar fora do memo).
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
       P3000-SELECIONA-MOVIMENTO SECTION.
      * Lista os debitos ('D'/'F') da conta na data informada, no
      * historico FINSLDH, e le a sequencia escolhida pelo operador.
      *-----------------------------------------------------------------

           MOVE 'P3000-SELECIONA-MOVIMENTO' TO WS-NOM-PARAGRAFO
           MOVE 'N' TO WS-CRITICA-OK-SW

           DISPLAY 'DATA DO MOVIMENTO CONTESTADO (AAAAMMDD): '
           ACCEPT WS-CAP-DT-MOVIMENTO

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE ZEROS TO WS-CAP-NR-SEQ
           PERFORM P3100-PERCORRE-FINSLDH
           IF WS-QTD-LISTADOS EQUAL ZEROS
              DISPLAY 'NENHUM DEBITO DA CONTA NO HISTORICO NESTA DATA.'
              EXIT SECTION
           END-IF

           DISPLAY 'SEQUENCIA DO MOVIMENTO CONTESTADO: '
           ACCEPT WS-CAP-NR-SEQ
           IF WS-CAP-NR-SEQ EQUAL ZEROS
              DISPLAY 'ABERTURA CANCELADA.'
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM P3100-PERCORRE-FINSLDH
           IF WS-QTD-LISTADOS EQUAL ZEROS
              DISPLAY 'SEQUENCIA NAO CORRESPONDE A UM DEBITO LISTADO.'
              EXIT SECTION
           END-IF

           MOVE 'S' TO WS-CRITICA-OK-SW

           .

      *-----------------------------------------------------------------
       P3100-PERCORRE-FINSLDH SECTION.
      * Sem sequencia informada (zeros) lista os debitos da conta na
      * data; com ela, guarda o movimento correspondente em WS-MOV-.
      * Em ambos os casos WS-QTD-LISTADOS conta o que foi achado.
      *-----------------------------------------------------------------

           MOVE 'P3100-PERCORRE-FINSLDH' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLDH
           EVALUATE WS-FS-FINSLDH
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    DISPLAY 'HISTORICO DE MOVIMENTOS AINDA NAO GERADO.'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDH - FILE STATUS = '
                           WS-FS-FINSLDH
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF WS-CAP-NR-SEQ EQUAL ZEROS
              DISPLAY 'SEQUENCIA IND          VALOR  ID-TRAN    OR '
                      'OPERADOR'
           END-IF

           MOVE 'N' TO WS-FIM-FINSLDH-SW
           PERFORM UNTIL FIM-FINSLDH
              READ FINSLDH
                 AT END
                    MOVE 'S' TO WS-FIM-FINSLDH-SW
                 NOT AT END
                    IF FINSLDH-CHAVE     EQUAL FINSLD-CONS-CHAVE
                       AND FINSLDH-DATA-PROC EQUAL WS-CAP-DT-MOVIMENTO
                       AND (FINSLDH-IND-TRAN EQUAL 'D' OR 'F')
                       PERFORM P3200-TRATA-MOVIMENTO
                    END-IF
              END-READ
              IF WS-FS-FINSLDH NOT EQUAL '00' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINSLDH - FILE STATUS = '
                        WS-FS-FINSLDH
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           CLOSE FINSLDH

           .

      *-----------------------------------------------------------------
       P3200-TRATA-MOVIMENTO SECTION.
      *-----------------------------------------------------------------

           IF WS-CAP-NR-SEQ EQUAL ZEROS
              ADD 1 TO WS-QTD-LISTADOS
              MOVE FINSLDH-VL-TRAN TO WS-VL-EDITADO
              DISPLAY FINSLDH-NR-SEQ '   ' FINSLDH-IND-TRAN
                      WS-VL-EDITADO ' ' FINSLDH-ID-TRAN ' '
                      FINSLDH-COD-ORIGEM ' ' FINSLDH-COD-OPER
           ELSE
              IF FINSLDH-NR-SEQ EQUAL WS-CAP-NR-SEQ
                 ADD 1 TO WS-QTD-LISTADOS
                 MOVE FINSLDH-DATA-PROC TO WS-MOV-DATA
                 MOVE FINSLDH-NR-SEQ    TO WS-MOV-NR-SEQ
                 MOVE FINSLDH-ID-TRAN   TO WS-MOV-ID-TRAN
                 MOVE FINSLDH-VL-TRAN   TO WS-MOV-VL-TRAN
                 MOVE FINSLDH-IND-TRAN  TO WS-MOV-IND-TRAN
                 MOVE 'S' TO WS-FIM-FINSLDH-SW
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P3500-VERIFICA-CASO-ABERTO SECTION.
      * O mesmo movimento nao pode ter dois casos em andamento: percorre
      * os casos da conta pela chave alternativa.
      *-----------------------------------------------------------------

           MOVE 'P3500-VERIFICA-CASO-ABERTO' TO WS-NOM-PARAGRAFO
           MOVE 'S' TO WS-CRITICA-OK-SW

           MOVE 'N'               TO WS-FIM-FINDISP-SW
           MOVE FINSLD-CONS-CHAVE TO FINDISP-CONTA
           START FINDISP KEY NOT LESS THAN FINDISP-CONTA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINDISP-SW
           END-START

           PERFORM UNTIL FIM-FINDISP
              READ FINDISP NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINDISP-SW
                 NOT AT END
                    IF FINDISP-CONTA NOT EQUAL FINSLD-CONS-CHAVE
                       MOVE 'S' TO WS-FIM-FINDISP-SW
                    ELSE
                       IF FINDISP-EM-ANDAMENTO
                          AND FINDISP-DT-MOVIMENTO EQUAL WS-MOV-DATA
                          AND FINDISP-NR-SEQ-MOV   EQUAL WS-MOV-NR-SEQ
                          DISPLAY 'MOVIMENTO JA CONTESTADO NO CASO '
                                  FINDISP-NR-CASO ' - SITUACAO '
                                  FINDISP-STATUS
                          MOVE 'N' TO WS-CRITICA-OK-SW
                          MOVE 'S' TO WS-FIM-FINDISP-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3800-CAPTURA-MOTIVO SECTION.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CRITICA-OK-SW

           DISPLAY 'MOTIVO: 01-NAO RECONHECE  02-DUPLICIDADE  '
                   '03-VALOR DIVERGENTE'
           DISPLAY '        04-NAO RECEBIDO  05-FRAUDE  '
                   '06-TARIFA INDEVIDA  99-OUTROS'
           DISPLAY 'MOTIVO: '
           ACCEPT WS-CAP-COD-MOTIVO

           PERFORM P3850-DESCREVE-MOTIVO
           IF WS-DESC-MOTIVO EQUAL SPACES
              DISPLAY 'MOTIVO INVALIDO.'
              EXIT SECTION
           END-IF

           DISPLAY 'DESCRICAO (ATE 40 POSICOES): '
           ACCEPT WS-CAP-DESCRICAO

           MOVE 'S' TO WS-CRITICA-OK-SW

           .

      *-----------------------------------------------------------------
       P3850-DESCREVE-MOTIVO SECTION.
      *-----------------------------------------------------------------

           EVALUATE WS-CAP-COD-MOTIVO
               WHEN '01'
                    MOVE 'CLIENTE NAO RECONHECE O DEBITO'
                      TO WS-DESC-MOTIVO
               WHEN '02'
                    MOVE 'DEBITO EM DUPLICIDADE' TO WS-DESC-MOTIVO
               WHEN '03'
                    MOVE 'VALOR DIVERGENTE' TO WS-DESC-MOTIVO
               WHEN '04'
                    MOVE 'PRODUTO/SERVICO NAO RECEBIDO'
                      TO WS-DESC-MOTIVO
               WHEN '05'
                    MOVE 'FRAUDE' TO WS-DESC-MOTIVO
               WHEN '06'
                    MOVE 'TARIFA INDEVIDA' TO WS-DESC-MOTIVO
               WHEN '99'
                    MOVE 'OUTROS' TO WS-DESC-MOTIVO
               WHEN OTHER
                    MOVE SPACES TO WS-DESC-MOTIVO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P3900-CALCULA-PRAZO SECTION.
      * Prazo de resposta: data de processamento mais WS-PRAZO-DIAS
      * dias uteis, pelo calendario da SRDIAUTIL.
      *-----------------------------------------------------------------

           MOVE WS-DATA-EXECUCAO TO WS-DT-PRAZO

           PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                   UNTIL WS-IND-PRAZO > WS-PRAZO-DIAS
              MOVE WS-DT-PRAZO TO WS-DIU-DATA
              MOVE 'P'         TO WS-DIU-FUNCAO
              CALL 'SRDIAUTIL' USING WS-PARM-DIA-UTIL
              MOVE WS-DIU-DATA-RESULT TO WS-DT-PRAZO
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P4000-GRAVA-CASO SECTION.
      * Aloca o numero do caso e grava FINDISP na situacao 'A'.
      *-----------------------------------------------------------------

           MOVE 'P4000-GRAVA-CASO' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-ULT-SEQ
      *    O controle e regravado JA NA ALOCACAO (como o FINBLSEQ do
      *    FINBLMNT): o numero do caso compoe o ID-TRAN dos lancamentos
      *    e nao pode ser reusado.
           PERFORM P7000-GRAVA-FINDSSEQ

           MOVE SPACES                TO REG-FINDISP
           MOVE WS-ULT-SEQ            TO FINDISP-NR-CASO
           MOVE FINSLD-CONS-CHAVE     TO FINDISP-CONTA
           MOVE WS-MOV-DATA           TO FINDISP-DT-MOVIMENTO
           MOVE WS-MOV-NR-SEQ         TO FINDISP-NR-SEQ-MOV
           MOVE WS-MOV-ID-TRAN        TO FINDISP-ID-TRAN-MOV
           MOVE WS-MOV-VL-TRAN        TO FINDISP-VL-MOVIMENTO
           MOVE WS-MOV-IND-TRAN       TO FINDISP-IND-MOVIMENTO
           MOVE FINSLD-CONS-COD-MOEDA TO FINDISP-COD-MOEDA
           MOVE WS-CAP-COD-MOTIVO     TO FINDISP-COD-MOTIVO
           MOVE WS-CAP-DESCRICAO      TO FINDISP-DESCRICAO
           MOVE WS-DATA-EXECUCAO      TO FINDISP-DT-ABERTURA
           MOVE WS-SGN-COD-OPER       TO FINDISP-COD-OPER-ABERT
           MOVE WS-DT-PRAZO           TO FINDISP-DT-PRAZO
           MOVE ZEROS                 TO FINDISP-VL-PROVISORIO
           MOVE ZEROS                 TO FINDISP-DT-PROVISORIO
           MOVE ZEROS                 TO FINDISP-DT-RESOLUCAO
           MOVE 'A'                   TO FINDISP-STATUS
           MOVE 'N'                   TO FINDISP-IND-ESTORNO

           WRITE REG-FINDISP
           IF WS-FS-FINDISP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINDISP - FILE STATUS = '
                     WS-FS-FINDISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'CASO ' FINDISP-NR-CASO ' ABERTO - PRAZO '
                   FINDISP-DT-PRAZO '.'

           .

      *-----------------------------------------------------------------
       P4500-GRAVA-FINTRAN SECTION.
      * Grava em FINTRAN o lancamento do caso corrente (indicador e ID
      * em WS-LAN-) pelo valor do movimento contestado, e o acumula no
      * memo da conta.
      *-----------------------------------------------------------------

           MOVE 'P4500-GRAVA-FINTRAN' TO WS-NOM-PARAGRAFO

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINDISP-CONTA         TO FINTRAN-CHAVE
           MOVE FINDISP-VL-MOVIMENTO  TO FINTRAN-VL-TRAN
           MOVE WS-LAN-IND-TRAN       TO FINTRAN-IND-TRAN
           MOVE WS-LAN-ID-TRAN        TO FINTRAN-ID-TRAN
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINDISP-COD-MOEDA     TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'A'                TO WS-MEMO-FUNCAO
           MOVE FINTRAN-CHAVE      TO WS-MEMO-CHAVE
           MOVE FINTRAN-IND-TRAN   TO WS-MEMO-IND-TRAN
           MOVE FINTRAN-VL-TRAN    TO WS-MEMO-VL-TRAN
           MOVE WS-DATA-EXECUCAO   TO WS-MEMO-DATA-PROC
           PERFORM P2700-CHAMA-SRMEMO

           DISPLAY 'LANCAMENTO ' FINTRAN-IND-TRAN ' CAPTURADO - ID '
                   FINTRAN-ID-TRAN ' P/ O PROXIMO CICLO.'

           .

      *-----------------------------------------------------------------
       P5000-CREDITO-PROVISORIO SECTION.
      * Concede o credito provisorio a um caso aberto (supervisor).
      *-----------------------------------------------------------------

           MOVE 'P5000-CREDITO-PROVISORIO' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'FUNCAO RESTRITA A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P6900-LE-CASO
           IF NOT CASO-OK
              EXIT SECTION
           END-IF

           IF NOT FINDISP-ABERTO
              DISPLAY 'CREDITO PROVISORIO SO PARA CASO ABERTO SEM '
                      'CREDITO - SITUACAO ' FINDISP-STATUS
              EXIT SECTION
           END-IF

           MOVE FINDISP-CONTA TO FINSLD-CONS-CHAVE
           READ FINSLD-CONSULTA
              INVALID KEY
                 DISPLAY 'CONTA DO CASO NAO ENCONTRADA.'
                 EXIT SECTION
           END-READ
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF NOT FINSLD-CONS-CONTA-ATIVA
              DISPLAY 'CONTA NAO ESTA ATIVA - SITUACAO '
                      FINSLD-CONS-STATUS
              EXIT SECTION
           END-IF

           PERFORM P6950-EXIBE-CASO
           MOVE FINDISP-VL-MOVIMENTO TO WS-VL-EDITADO
           DISPLAY 'CONFIRMA O CREDITO PROVISORIO DE ' WS-VL-EDITADO
                   ' (S/N)? '
           ACCEPT WS-CAP-RESPOSTA
           IF WS-CAP-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'CREDITO PROVISORIO NAO CONCEDIDO.'
              EXIT SECTION
           END-IF

           PERFORM P5100-CONCEDE-PROVISORIO

           .

      *-----------------------------------------------------------------
       P5100-CONCEDE-PROVISORIO SECTION.
      * Gera o credito provisorio do caso corrente (REG-FINDISP) e o
      * marca como 'P'.
      *-----------------------------------------------------------------

           MOVE 'P5100-CONCEDE-PROVISORIO' TO WS-NOM-PARAGRAFO

      *    Faixa 9.860.000.000-9.869.999.999 reservada para o credito
      *    provisorio das contestacoes (colisao de ID = rejeicao por
      *    duplicata, entao o caso so recebe um credito).
           MOVE 'C' TO WS-LAN-IND-TRAN
           COMPUTE WS-LAN-ID-TRAN = 9860000000 + FINDISP-NR-CASO
           PERFORM P4500-GRAVA-FINTRAN

           MOVE FINDISP-VL-MOVIMENTO TO FINDISP-VL-PROVISORIO
           MOVE WS-DATA-EXECUCAO     TO FINDISP-DT-PROVISORIO
           MOVE WS-SGN-COD-OPER      TO FINDISP-COD-SUPERV-PROV
           MOVE 'P'                  TO FINDISP-STATUS
           PERFORM P6600-REGRAVA-CASO

           DISPLAY 'CASO ' FINDISP-NR-CASO
                   ' COM CREDITO PROVISORIO.'

           .

      *-----------------------------------------------------------------
       P6000-RESOLVER-CASO SECTION.
      * Encerra o caso a favor ('F') ou contra ('C') o cliente
      * (supervisor).
      *-----------------------------------------------------------------

           MOVE 'P6000-RESOLVER-CASO' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'FUNCAO RESTRITA A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P6900-LE-CASO
           IF NOT CASO-OK
              EXIT SECTION
           END-IF

           IF NOT FINDISP-EM-ANDAMENTO
              DISPLAY 'CASO JA ENCERRADO - SITUACAO ' FINDISP-STATUS
              EXIT SECTION
           END-IF

           PERFORM P6950-EXIBE-CASO

           DISPLAY 'RESULTADO - (F)AVOR DO CLIENTE  (C)ONTRA O '
                   'CLIENTE: '
           ACCEPT WS-CAP-RESULTADO
           EVALUATE WS-CAP-RESULTADO
               WHEN 'F'  WHEN 'f'
                    MOVE 'F' TO WS-CAP-RESULTADO
                    IF FINDISP-PROVISORIO
                       DISPLAY 'O CREDITO PROVISORIO SE TORNA '
                               'DEFINITIVO.'
                    ELSE
                       DISPLAY 'O ESTORNO DO MOVIMENTO SERA PEDIDO '
                               'AO FINPB110.'
                    END-IF
               WHEN 'C'  WHEN 'c'
                    MOVE 'C' TO WS-CAP-RESULTADO
                    IF FINDISP-PROVISORIO
                       DISPLAY 'O CREDITO PROVISORIO SERA '
                               'REDEBITADO.'
                    END-IF
               WHEN OTHER
                    DISPLAY 'RESULTADO INVALIDO.'
                    EXIT SECTION
           END-EVALUATE

           DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)? '
           ACCEPT WS-CAP-RESPOSTA
           IF WS-CAP-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'ENCERRAMENTO NAO EFETUADO.'
              EXIT SECTION
           END-IF

           IF WS-CAP-RESULTADO EQUAL 'F'
              IF NOT FINDISP-PROVISORIO
                 PERFORM P6500-GRAVA-FINCORREC
                 MOVE 'S' TO FINDISP-IND-ESTORNO
              END-IF
           ELSE
              IF FINDISP-PROVISORIO
      *          Faixa 9.870.000.000-9.879.999.999: redebito do
      *          credito provisorio.
                 MOVE 'D' TO WS-LAN-IND-TRAN
                 COMPUTE WS-LAN-ID-TRAN = 9870000000 + FINDISP-NR-CASO
                 PERFORM P4500-GRAVA-FINTRAN
              END-IF
           END-IF

           MOVE WS-CAP-RESULTADO TO FINDISP-STATUS
           MOVE WS-DATA-EXECUCAO TO FINDISP-DT-RESOLUCAO
           MOVE WS-SGN-COD-OPER  TO FINDISP-COD-SUPERV-RESOL
           PERFORM P6600-REGRAVA-CASO

           DISPLAY 'CASO ' FINDISP-NR-CASO ' ENCERRADO - SITUACAO '
                   FINDISP-STATUS '.'

           .

      *-----------------------------------------------------------------
       P6500-GRAVA-FINCORREC SECTION.
      * Pede ao FINPB110 o estorno do movimento contestado: o pedido
      * descreve a transacao original (chave, valor e indicador) e leva
      * o ID do estorno, 9.880.000.000 + NUMERO DO CASO.
      *-----------------------------------------------------------------

           MOVE 'P6500-GRAVA-FINCORREC' TO WS-NOM-PARAGRAFO

           OPEN EXTEND FINCORREC
           IF WS-FS-FINCORREC EQUAL '35'
              OPEN OUTPUT FINCORREC
           END-IF
           IF WS-FS-FINCORREC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINCORREC - FILE STATUS = '
                     WS-FS-FINCORREC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES                TO REG-FINCORREC
           MOVE FINDISP-CONTA         TO FINCORREC-CHAVE
           MOVE FINDISP-VL-MOVIMENTO  TO FINCORREC-VL-TRAN
           MOVE FINDISP-IND-MOVIMENTO TO FINCORREC-IND-TRAN
           COMPUTE FINCORREC-ID-TRAN = 9880000000 + FINDISP-NR-CASO
           MOVE ZEROS                 TO FINCORREC-DT-EFETIVA
           MOVE FINDISP-COD-MOEDA     TO FINCORREC-COD-MOEDA

           WRITE REG-FINCORREC    END-WRITE
           IF WS-FS-FINCORREC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCORREC - FILE STATUS = '
                     WS-FS-FINCORREC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINCORREC

           DISPLAY 'PEDIDO DE ESTORNO GRAVADO - ID ' FINCORREC-ID-TRAN
                   '.'

           .

      *-----------------------------------------------------------------
       P6600-REGRAVA-CASO SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-FINDISP
           IF WS-FS-FINDISP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINDISP - FILE STATUS = '
                     WS-FS-FINDISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6700-CONSULTAR-CASO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6700-CONSULTAR-CASO' TO WS-NOM-PARAGRAFO

           PERFORM P6900-LE-CASO
           IF CASO-OK
              PERFORM P6950-EXIBE-CASO
           END-IF

           .

      *-----------------------------------------------------------------
       P6800-LISTAR-CONTA SECTION.
      * Lista os casos da conta pela chave alternativa.
      *-----------------------------------------------------------------

           MOVE 'P6800-LISTAR-CONTA' TO WS-NOM-PARAGRAFO

           PERFORM P2500-CRITICA-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF

           MOVE ZEROS             TO WS-QTD-LISTADOS
           MOVE 'N'               TO WS-FIM-FINDISP-SW
           MOVE FINSLD-CONS-CHAVE TO FINDISP-CONTA
           START FINDISP KEY NOT LESS THAN FINDISP-CONTA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINDISP-SW
           END-START

           DISPLAY 'CASO    SIT MOT MOVIMENTO ABERTURA PRAZO    '
                   'RESOLUCAO          VALOR'
           PERFORM UNTIL FIM-FINDISP
              READ FINDISP NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINDISP-SW
                 NOT AT END
                    IF FINDISP-CONTA NOT EQUAL FINSLD-CONS-CHAVE
                       MOVE 'S' TO WS-FIM-FINDISP-SW
                    ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       MOVE FINDISP-VL-MOVIMENTO TO WS-VL-EDITADO
                       DISPLAY FINDISP-NR-CASO ' '
                               FINDISP-STATUS '   '
                               FINDISP-COD-MOTIVO '  '
                               FINDISP-DT-MOVIMENTO ' '
                               FINDISP-DT-ABERTURA ' '
                               FINDISP-DT-PRAZO ' '
                               FINDISP-DT-RESOLUCAO ' '
                               WS-VL-EDITADO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADOS EQUAL ZEROS
              DISPLAY 'NENHUMA CONTESTACAO PARA A CONTA.'
           END-IF

           .

      *-----------------------------------------------------------------
       P6900-LE-CASO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6900-LE-CASO' TO WS-NOM-PARAGRAFO
           MOVE 'N' TO WS-CASO-OK-SW

           DISPLAY 'NUMERO DO CASO: '
           ACCEPT WS-CAP-NR-CASO

           MOVE WS-CAP-NR-CASO TO FINDISP-NR-CASO
           READ FINDISP
              INVALID KEY
                 DISPLAY 'CASO NAO ENCONTRADO.'
                 EXIT SECTION
           END-READ
           IF WS-FS-FINDISP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINDISP - FILE STATUS = '
                     WS-FS-FINDISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'S' TO WS-CASO-OK-SW

           .

      *-----------------------------------------------------------------
       P6950-EXIBE-CASO SECTION.
      *-----------------------------------------------------------------

           MOVE FINDISP-COD-MOTIVO TO WS-CAP-COD-MOTIVO
           PERFORM P3850-DESCREVE-MOTIVO

           EVALUATE TRUE
               WHEN FINDISP-ABERTO
                    MOVE 'ABERTO' TO WS-DESC-STATUS
               WHEN FINDISP-PROVISORIO
                    MOVE 'ABERTO COM CREDITO PROVISORIO'
                      TO WS-DESC-STATUS
               WHEN FINDISP-A-FAVOR
                    MOVE 'ENCERRADO A FAVOR DO CLIENTE'
                      TO WS-DESC-STATUS
               WHEN FINDISP-CONTRA
                    MOVE 'ENCERRADO CONTRA O CLIENTE'
                      TO WS-DESC-STATUS
               WHEN OTHER
                    MOVE SPACES TO WS-DESC-STATUS
           END-EVALUATE

           DISPLAY 'CASO ......: ' FINDISP-NR-CASO ' - '
                   WS-DESC-STATUS
           DISPLAY 'CONTA .....: ' FINDISP-CONTA '  MOEDA: '
                   FINDISP-COD-MOEDA
           MOVE FINDISP-VL-MOVIMENTO TO WS-VL-EDITADO
           DISPLAY 'MOVIMENTO .: ' FINDISP-DT-MOVIMENTO '/'
                   FINDISP-NR-SEQ-MOV ' ' FINDISP-IND-MOVIMENTO
                   WS-VL-EDITADO ' ID ' FINDISP-ID-TRAN-MOV
           DISPLAY 'MOTIVO ....: ' FINDISP-COD-MOTIVO ' - '
                   WS-DESC-MOTIVO
           DISPLAY 'DESCRICAO .: ' FINDISP-DESCRICAO
           DISPLAY 'ABERTURA ..: ' FINDISP-DT-ABERTURA ' POR '
                   FINDISP-COD-OPER-ABERT '  PRAZO: ' FINDISP-DT-PRAZO
           IF FINDISP-VL-PROVISORIO > ZEROS
              MOVE FINDISP-VL-PROVISORIO TO WS-VL-EDITADO
              DISPLAY 'PROVISORIO : ' WS-VL-EDITADO ' EM '
                      FINDISP-DT-PROVISORIO ' POR '
                      FINDISP-COD-SUPERV-PROV
           END-IF
           IF FINDISP-DT-RESOLUCAO > ZEROS
              DISPLAY 'RESOLUCAO .: ' FINDISP-DT-RESOLUCAO ' POR '
                      FINDISP-COD-SUPERV-RESOL '  ESTORNO PEDIDO: '
                      FINDISP-IND-ESTORNO
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-FINDSSEQ SECTION.
      * Regrava o controle com o ultimo numero de caso alocado.
      *-----------------------------------------------------------------

           MOVE 'P7000-GRAVA-FINDSSEQ' TO WS-NOM-PARAGRAFO

           OPEN OUTPUT FINDSSEQ
           IF WS-FS-FINDSSEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINDSSEQ - FILE STATUS = '
                     WS-FS-FINDSSEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE WS-ULT-SEQ TO FINDSSEQ-ULT-SEQ
           WRITE REG-FINDSSEQ    END-WRITE
           IF WS-FS-FINDSSEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINDSSEQ - FILE STATUS = '
                     WS-FS-FINDSSEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           CLOSE FINDSSEQ

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINDSMNT - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Fecha os arquivos; o controle de numeracao ja foi regravado a
      * cada alocacao (P7000).
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           CLOSE FINSLD-CONSULTA
                 FINDISP
                 FINTRAN

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINDSMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
