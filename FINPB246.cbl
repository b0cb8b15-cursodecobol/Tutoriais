      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO MENSAL DE REVISOES CADASTRAIS (KYC)
      *              VENCIDAS: CLIENTES SEM PERFIL KYC, COM A REVISAO
      *              PERIODICA VENCIDA OU COM DOCUMENTO INVALIDO.
      *              ARQUIVOS DE ENTRADA: FINCUST - CADASTRO DE CLIENTES
      *                                   FINKYC  - PERFIL KYC (GRAVADO
      *                                             PELO FINCMNT)
      *              ARQUIVO DE SAIDA   : FINKYCR - RELATORIO (LINHAS
      *                                             IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Le FINCUST.dat em ordem de codigo de cliente e, para cada
      * cliente vivo (o falecido e tratado pelo espolio, FINESMNT),
      * procura o perfil em FINKYC.dat. Lista o cliente quando:
      * - nao tem perfil KYC (cadastro anterior ao perfil ou perfil
      *   nao concluido na inclusao);
      * - a proxima revisao (FINKYC-DT-PROX-REVISAO) e anterior a data
      *   de processamento (SRDATPRC), com os dias de atraso;
      * - o documento gravado nao passa na validacao da SRVALDOC
      *   (cadastro anterior a validacao), mesmo com o perfil em dia.
      * A revisao e feita na opcao (K)YC do FINCMNT e o documento e
      * corrigido na opcao (A)LTERAR. O resumo final da as
      * quantidades por situacao e as revisoes vencidas por grau de
      * risco. Executado como passo do fechamento mensal (FINPB104);
      * pode ser reexecutado avulso (o relatorio e regerado inteiro).
      * FINKYC ausente = todos os clientes sem perfil.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB246.
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
      *    CADASTRO DE CLIENTES - ENTRADA (READ, ORDEM DE CODIGO)
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    PERFIL KYC - ACESSO DIRETO PELO CODIGO DO CLIENTE
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINKYC, LA).
           SELECT FINKYC   ASSIGN TO 'FINKYC.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINKYC-CLIENTE
                  FILE STATUS IS WS-FS-FINKYC.
      *    RELATORIO - SAIDA (WRITE)
           SELECT FINKYCR  ASSIGN TO 'FINKYCR.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINKYCR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMO LAYOUT DE REG-FINCUST DO FINCMNT (ATE A SITUACAO DO
      *    ESPOLIO)
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FINCUST-DT-OBITO       PIC  9(008).
           03  FINCUST-DOC-OBITO      PIC  X(020).
           03  FINCUST-SIT-ESPOLIO    PIC  X(001).
              88  FINCUST-FALECIDO           VALUE 'O' 'H'.
           03  FILLER                 PIC  X(143).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINKYC, LA)
       FD  FINKYC
           RECORD CONTAINS 240 CHARACTERS.

       01  REG-FINKYC.
           03  FINKYC-CLIENTE            PIC  9(006).
           03  FINKYC-LOGRADOURO         PIC  X(040).
           03  FINKYC-NUMERO             PIC  X(010).
           03  FINKYC-COMPLEMENTO        PIC  X(020).
           03  FINKYC-BAIRRO             PIC  X(030).
           03  FINKYC-CIDADE             PIC  X(030).
           03  FINKYC-UF                 PIC  X(002).
           03  FINKYC-CEP                PIC  9(008).
           03  FINKYC-DT-NASC-FUND       PIC  9(008).
           03  FINKYC-VL-RENDA-MENSAL    PIC  9(009)V99.
           03  FINKYC-OCUPACAO           PIC  X(030).
           03  FINKYC-RISCO              PIC  X(001).
              88  FINKYC-RISCO-BAIXO         VALUE 'B'.
              88  FINKYC-RISCO-MEDIO         VALUE 'M'.
              88  FINKYC-RISCO-ALTO          VALUE 'A'.
           03  FINKYC-DT-PROX-REVISAO    PIC  9(008).
           03  FINKYC-DT-ULT-REVISAO     PIC  9(008).
           03  FINKYC-OPER-ULT-REVISAO   PIC  X(008).
           03  FINKYC-DT-INCLUSAO        PIC  9(008).
           03  FILLER                    PIC  X(012).
      *
       FD  FINKYCR
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINKYCR                PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB246'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINKYC           PIC X(002)  VALUE '00'.
           05  WS-FS-FINKYCR          PIC X(002)  VALUE '00'.
      *
           05  WS-FIM-FINCUST-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-FINKYC-ABERTO-SW    PIC X(001)  VALUE 'N'.
              88  FINKYC-ABERTO              VALUE 'S'.
           05  WS-KYC-EXISTE-SW       PIC X(001)  VALUE 'N'.
              88  KYC-EXISTE                 VALUE 'S'.
           05  WS-REVISAO-VENCIDA-SW  PIC X(001)  VALUE 'N'.
              88  REVISAO-VENCIDA            VALUE 'S'.
           05  WS-DOC-INVALIDO-SW     PIC X(001)  VALUE 'N'.
              88  DOC-INVALIDO               VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DIAS-ATRASO         PIC 9(005)  VALUE ZEROS.
      *
      *    CONTADORES
           05  WS-QTD-CLIENTES        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-FALECIDOS       PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-LISTADOS        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-SEM-PERFIL      PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-VENCIDAS        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-VENC-ALTO       PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-VENC-MEDIO      PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-VENC-BAIXO      PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-DOC-INVALIDO    PIC 9(007)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRVALDOC (VALIDACAO DO CPF/CNPJ)
       01  WS-PARM-VALDOC.
           05  WS-VDC-NR-DOC          PIC X(014).
           05  WS-VDC-DOC-DIGITOS     PIC X(014).
           05  WS-VDC-TIPO-PESSOA     PIC X(001).
           05  WS-VDC-COD-RETORNO     PIC X(002).
              88  WS-VDC-DOCUMENTO-VALIDO    VALUE '00'.
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-DETALHE.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-CLIENTE     PIC 9(006).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-NOME        PIC X(030).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-DOC         PIC X(014).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-RISCO       PIC X(001).
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-ULT-REV     PIC X(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-PROX-REV    PIC X(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-DIAS        PIC ZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-OCORR       PIC X(040).
      *
       01  WS-LINHA-RESUMO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RES-DESC        PIC X(040).
           05  WS-LIN-RES-QTD         PIC ZZZZZZ9.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-PROCESSA
           PERFORM P6000-IMPRIME-RESUMO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Abre os arquivos e imprime o cabecalho. FINKYC ausente: nenhum
      * cliente tem perfil.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINKYC
           EVALUATE WS-FS-FINKYC
               WHEN '00'
                    MOVE 'S' TO WS-FINKYC-ABERTO-SW
               WHEN '35'
                    MOVE 'N' TO WS-FINKYC-ABERTO-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINKYC - FILE STATUS = '
                           WS-FS-FINKYC
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINKYCR
           IF WS-FS-FINKYCR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINKYCR - FILE STATUS = '
                     WS-FS-FINKYCR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINKYCR
           STRING 'REVISOES CADASTRAIS (KYC) VENCIDAS - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINKYCR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINKYCR
           STRING '   CLIENTE NOME                            '
                  'DOCUMENTO       R  ULT.REV.  PROX.REV.  DIAS  '
                  'OCORRENCIA'
                  DELIMITED BY SIZE  INTO REG-FINKYCR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Le todos os clientes em ordem de codigo.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINCUST
              READ FINCUST
                 AT END
                    MOVE 'S' TO WS-FIM-FINCUST-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-CLIENTES
                    IF FINCUST-FALECIDO
                       ADD 1 TO WS-QTD-FALECIDOS
                    ELSE
                       PERFORM P2000-AVALIA-CLIENTE
                    END-IF
              END-READ
              IF WS-FS-FINCUST NOT EQUAL '00' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINCUST - FILE STATUS = '
                        WS-FS-FINCUST
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-AVALIA-CLIENTE SECTION.
      * Procura o perfil do cliente, confere a revisao e o documento e
      * lista o cliente com alguma pendencia.
      *-----------------------------------------------------------------

           MOVE 'P2000-AVALIA-CLIENTE' TO WS-NOM-PARAGRAFO

           MOVE 'N'   TO WS-KYC-EXISTE-SW
                         WS-REVISAO-VENCIDA-SW
                         WS-DOC-INVALIDO-SW
           MOVE ZEROS TO WS-DIAS-ATRASO

           IF FINKYC-ABERTO
              MOVE FINCUST-ID TO FINKYC-CLIENTE
              READ FINKYC
                 INVALID KEY
                    MOVE 'N' TO WS-KYC-EXISTE-SW
                 NOT INVALID KEY
                    MOVE 'S' TO WS-KYC-EXISTE-SW
              END-READ
              IF WS-FS-FINKYC NOT EQUAL '00' AND '23'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINKYC - FILE STATUS = '
                        WS-FS-FINKYC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           IF KYC-EXISTE
              AND FINKYC-DT-PROX-REVISAO < WS-DATA-EXECUCAO
              MOVE 'S' TO WS-REVISAO-VENCIDA-SW
              COMPUTE WS-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO) -
                      FUNCTION INTEGER-OF-DATE(FINKYC-DT-PROX-REVISAO)
           END-IF

           MOVE SPACES         TO WS-PARM-VALDOC
           MOVE FINCUST-NR-DOC TO WS-VDC-NR-DOC
           CALL 'SRVALDOC' USING WS-PARM-VALDOC
           IF NOT WS-VDC-DOCUMENTO-VALIDO
              MOVE 'S' TO WS-DOC-INVALIDO-SW
           END-IF

           IF KYC-EXISTE AND NOT REVISAO-VENCIDA AND NOT DOC-INVALIDO
              EXIT SECTION
           END-IF

           PERFORM P5000-IMPRIME-CLIENTE

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-CLIENTE SECTION.
      * Uma linha por cliente pendente, com as ocorrencias e os
      * contadores do resumo.
      *-----------------------------------------------------------------

           MOVE 'P5000-IMPRIME-CLIENTE' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-LISTADOS

           MOVE FINCUST-ID       TO WS-LIN-DET-CLIENTE
           MOVE FINCUST-NOME     TO WS-LIN-DET-NOME
           MOVE FINCUST-NR-DOC   TO WS-LIN-DET-DOC
           MOVE WS-DIAS-ATRASO   TO WS-LIN-DET-DIAS
           MOVE SPACES           TO WS-LIN-DET-OCORR

           IF KYC-EXISTE
              MOVE FINKYC-RISCO           TO WS-LIN-DET-RISCO
              MOVE FINKYC-DT-ULT-REVISAO  TO WS-LIN-DET-ULT-REV
              MOVE FINKYC-DT-PROX-REVISAO TO WS-LIN-DET-PROX-REV
           ELSE
              MOVE SPACES                 TO WS-LIN-DET-RISCO
                                             WS-LIN-DET-ULT-REV
                                             WS-LIN-DET-PROX-REV
           END-IF

           EVALUATE TRUE
               WHEN NOT KYC-EXISTE
                    ADD 1 TO WS-QTD-SEM-PERFIL
                    MOVE 'SEM PERFIL KYC' TO WS-LIN-DET-OCORR
               WHEN REVISAO-VENCIDA
                    ADD 1 TO WS-QTD-VENCIDAS
                    EVALUATE TRUE
                        WHEN FINKYC-RISCO-ALTO
                             ADD 1 TO WS-QTD-VENC-ALTO
                        WHEN FINKYC-RISCO-MEDIO
                             ADD 1 TO WS-QTD-VENC-MEDIO
                        WHEN OTHER
                             ADD 1 TO WS-QTD-VENC-BAIXO
                    END-EVALUATE
                    MOVE 'REVISAO VENCIDA' TO WS-LIN-DET-OCORR
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF DOC-INVALIDO
              ADD 1 TO WS-QTD-DOC-INVALIDO
              IF WS-LIN-DET-OCORR EQUAL SPACES
                 MOVE 'DOCUMENTO INVALIDO' TO WS-LIN-DET-OCORR
              ELSE
                 MOVE ' + DOCUMENTO INVALIDO'
                   TO WS-LIN-DET-OCORR(16:21)
              END-IF
           END-IF

           MOVE WS-LINHA-DETALHE TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-RESUMO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-RESUMO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA

           MOVE 'CLIENTES LIDOS'               TO WS-LIN-RES-DESC
           MOVE WS-QTD-CLIENTES                TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE 'FALECIDOS (NAO AVALIADOS)'    TO WS-LIN-RES-DESC
           MOVE WS-QTD-FALECIDOS               TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE 'CLIENTES LISTADOS'            TO WS-LIN-RES-DESC
           MOVE WS-QTD-LISTADOS                TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE '  SEM PERFIL KYC'             TO WS-LIN-RES-DESC
           MOVE WS-QTD-SEM-PERFIL              TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE '  REVISAO VENCIDA'            TO WS-LIN-RES-DESC
           MOVE WS-QTD-VENCIDAS                TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE '    RISCO ALTO'               TO WS-LIN-RES-DESC
           MOVE WS-QTD-VENC-ALTO               TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE '    RISCO MEDIO'              TO WS-LIN-RES-DESC
           MOVE WS-QTD-VENC-MEDIO              TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE '    RISCO BAIXO'              TO WS-LIN-RES-DESC
           MOVE WS-QTD-VENC-BAIXO              TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA
           MOVE '  DOCUMENTO INVALIDO'         TO WS-LIN-RES-DESC
           MOVE WS-QTD-DOC-INVALIDO            TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINKYCR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINKYCR     END-WRITE

           IF WS-FS-FINKYCR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINKYCR - FILE STATUS = '
                     WS-FS-FINKYCR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB246 - TERMINO COM ERRO'
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

           CLOSE FINCUST
                 FINKYCR
           IF FINKYC-ABERTO
              CLOSE FINKYC
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB246 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD CLIENTES LIDOS          - ' WS-QTD-CLIENTES
           DISPLAY 'QTD CLIENTES LISTADOS       - ' WS-QTD-LISTADOS
           DISPLAY 'QTD SEM PERFIL KYC          - ' WS-QTD-SEM-PERFIL
           DISPLAY 'QTD REVISOES VENCIDAS       - ' WS-QTD-VENCIDAS
           DISPLAY 'QTD DOCUMENTOS INVALIDOS    - ' WS-QTD-DOC-INVALIDO
           DISPLAY '***************************************************'

           .
