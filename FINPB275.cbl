      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO DIARIO DO COFRE DAS AGENCIAS: POSICAO DO
      *              NUMERARIO DE CADA AGENCIA ATIVA NA DATA, COM AS
      *              DIFERENCAS DE CONTAGEM E AS AGENCIAS ACIMA DO
      *              LIMITE SEGURADO.
      *              ARQUIVOS DE ENTRADA: FINAGEN  - CADASTRO DE
      *                                              AGENCIAS (LIMITE
      *                                              SEGURADO)
      *                                   FINCOFRE - POSICAO DO COFRE
      *                                              (FINCFMNT)
      *                                   FINCFJRN - DIARIO DO COFRE
      *                                              (FINCFMNT)
      *              ARQUIVO DE SAIDA   : FINCFREL - RELATORIO (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Le FINAGEN.dat em ordem de agencia e, para cada agencia ATIVA,
      * a posicao do cofre em FINCOFRE.dat. Imprime duas linhas por
      * agencia: abertura, suprimentos e recolhimentos de caixa,
      * envios e recebimentos da transportadora e saldo escritural;
      * depois contado, diferenca, limite segurado, numerario ainda
      * com os caixas (suprimentos - recolhimentos) e as ocorrencias:
      * - COFRE NAO ABERTO: sem abertura na data de processamento;
      * - SEM CONTAGEM: nenhuma contagem valida depois do ultimo
      *   movimento do dia;
      * - DIFERENCA NA CONTAGEM: contado diferente do escritural;
      * - ABERTURA DIFERE: abertura diferente do fechamento anterior;
      * - ACIMA DO LIMITE: o fechamento do dia (o contado, senao o
      *   escritural) passa do limite segurado do FINAGEN (zero ou
      *   nao informado = sem limite).
      * Em seguida lista, do diario FINCFJRN.dat, as aberturas e
      * contagens da data com diferenca, com operador e supervisor.
      * O resumo final da as quantidades por ocorrencia e o numerario
      * total dos cofres. Executado como passo do ciclo diario
      * (FINPB101), depois do fechamento dos caixas; pode ser
      * reexecutado avulso (o relatorio e regerado inteiro).
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB275.
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
      *    CADASTRO DE AGENCIAS - ENTRADA (READ, ORDEM DE AGENCIA)
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA).
           SELECT FINAGEN  ASSIGN TO 'FINAGEN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINAGEN-NR-AGEN
                  FILE STATUS IS WS-FS-FINAGEN.
      *    POSICAO DO COFRE - ACESSO DIRETO PELA AGENCIA (READ)
      *    MESMA DEFINICAO USADA PELO FINCFMNT (VER FD FINCOFRE, LA).
           SELECT FINCOFRE ASSIGN TO 'FINCOFRE.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCOFRE-NR-AGEN
                  FILE STATUS IS WS-FS-FINCOFRE.
      *    DIARIO DO COFRE - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINCFMNT (VER FD FINCFJRN, LA).
           SELECT FINCFJRN ASSIGN TO 'FINCFJRN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCFJRN.
      *    RELATORIO DO COFRE - SAIDA (WRITE)
           SELECT FINCFREL ASSIGN TO 'FINCFREL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCFREL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA)
       FD  FINAGEN
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINAGEN.
           03  FINAGEN-NR-AGEN        PIC  9(004).
           03  FINAGEN-NOME           PIC  X(030).
           03  FINAGEN-CIDADE         PIC  X(025).
           03  FINAGEN-COD-SERVIDOR   PIC  X(002).
           03  FINAGEN-STATUS         PIC  X(001).
              88  FINAGEN-ATIVA              VALUE 'A'.
           03  FINAGEN-DT-ENCERRAMENTO PIC 9(008).
           03  FINAGEN-AGEN-INCORPORA PIC  9(004).
           03  FINAGEN-DT-CADASTRO    PIC  9(008).
           03  FINAGEN-COD-OPER       PIC  X(008).
           03  FINAGEN-VL-LIMITE-SEGURO PIC 9(009).
           03  FILLER                 PIC  X(001).
      *
      *    MESMA DEFINICAO USADA PELO FINCFMNT (VER FD FINCOFRE, LA)
       FD  FINCOFRE
           RECORD CONTAINS 140 CHARACTERS.

       01  REG-FINCOFRE.
           03  FINCOFRE-NR-AGEN       PIC  9(004).
           03  FINCOFRE-DT-MOVIMENTO  PIC  9(008).
           03  FINCOFRE-VL-ABERTURA   PIC  9(011)V99.
           03  FINCOFRE-VL-FECHTO-ANT PIC  9(011)V99.
           03  FINCOFRE-VL-SUPRIMENTOS PIC 9(011)V99.
           03  FINCOFRE-VL-RECOLHIMENTOS PIC 9(011)V99.
           03  FINCOFRE-VL-ENVIOS     PIC  9(011)V99.
           03  FINCOFRE-VL-RECEBIMENTOS PIC 9(011)V99.
           03  FINCOFRE-VL-SALDO      PIC  9(011)V99.
           03  FINCOFRE-IND-CONTAGEM  PIC  X(001).
              88  FINCOFRE-CONTADO           VALUE 'S'.
           03  FINCOFRE-VL-CONTADO    PIC  9(011)V99.
           03  FINCOFRE-COD-OPER      PIC  X(008).
           03  FINCOFRE-COD-SUPERVISOR PIC X(008).
           03  FILLER                 PIC  X(007).
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
       FD  FINCFREL
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINCFREL               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB275'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINAGEN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCOFRE         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCFJRN         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCFREL         PIC X(002)  VALUE '00'.
      *
           05  WS-FIM-FINAGEN-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINAGEN                VALUE 'S'.
           05  WS-FIM-FINCFJRN-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINCFJRN               VALUE 'S'.
      *    CADASTRO DE AGENCIAS AUSENTE = NADA A RELATAR
           05  WS-FINAGEN-ABERTO-SW   PIC X(001)  VALUE 'N'.
              88  FINAGEN-ABERTO             VALUE 'S'.
      *    POSICAO AUSENTE = NENHUM COFRE ABERTO
           05  WS-FINCOFRE-ABERTO-SW  PIC X(001)  VALUE 'N'.
              88  FINCOFRE-ABERTO            VALUE 'S'.
           05  WS-COFRE-DO-DIA-SW     PIC X(001)  VALUE 'N'.
              88  COFRE-DO-DIA               VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
      *    CONTADORES E TOTAIS
           05  WS-QTD-AGENCIAS        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-NAO-ABERTO      PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-SEM-CONTAGEM    PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-DIF-CONTAGEM    PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-DIF-ABERTURA    PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-ACIMA-LIMITE    PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-DIF-DIARIO      PIC 9(007)  VALUE ZEROS.
           05  WS-VL-TOTAL-COFRES     PIC 9(013)V99 VALUE ZEROS.
           05  WS-VL-TOTAL-EM-CAIXAS  PIC S9(013)V99 VALUE ZEROS.
      *
      *    AGENCIA CORRENTE
           05  WS-VL-FECHAMENTO       PIC 9(011)V99 VALUE ZEROS.
           05  WS-VL-LIMITE           PIC 9(011)V99 VALUE ZEROS.
           05  WS-VL-DIFERENCA        PIC S9(011)V99 VALUE ZEROS.
           05  WS-VL-EM-CAIXAS        PIC S9(011)V99 VALUE ZEROS.
           05  WS-OCORRENCIAS         PIC X(060)  VALUE SPACES.
           05  WS-PTR-OCORR           PIC 9(003)  VALUE ZEROS.
           05  WS-TEXTO-OCORR         PIC X(030)  VALUE SPACES.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
      *    1A. LINHA DA AGENCIA: MOVIMENTO DO DIA
       01  WS-LINHA-MOVIMENTO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-MOV-AGENCIA     PIC 9(004).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-NOME        PIC X(020).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-ABERTURA    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-SUPRIM      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-RECOLH      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-ENVIOS      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-RECEB       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOV-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
      *
      *    2A. LINHA DA AGENCIA: CONFERENCIA E OCORRENCIAS
       01  WS-LINHA-CONFERENCIA.
           05  FILLER                 PIC X(029)  VALUE SPACES.
           05  WS-LIN-CNF-CONTADO     PIC ZZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CNF-DIFERENCA   PIC -ZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CNF-LIMITE      PIC ZZZ.ZZZ.ZZ9
                                                  BLANK WHEN ZERO.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CNF-EM-CAIXAS   PIC -ZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CNF-OCORR       PIC X(044).
      *
      *    DIFERENCA REGISTRADA NO DIARIO (ABERTURA/CONTAGEM)
       01  WS-LINHA-DIARIO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DIA-AGENCIA     PIC 9(004).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIA-HORA        PIC 9(006).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIA-TIPO        PIC X(010).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIA-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIA-DIFERENCA   PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIA-OPERADOR    PIC X(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DIA-SUPERVISOR  PIC X(008).
      *
       01  WS-LINHA-RESUMO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RES-DESC        PIC X(040).
           05  WS-LIN-RES-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-RES-VALOR       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-PROCESSA
           PERFORM P5000-DIFERENCAS-DIARIO
           PERFORM P6000-IMPRIME-RESUMO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Abre os arquivos e imprime o cabecalho. Sem FINAGEN nao ha
      * agencia a relatar; sem FINCOFRE nenhum cofre foi aberto.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINAGEN
           EVALUATE WS-FS-FINAGEN
               WHEN '00'
                    MOVE 'S' TO WS-FINAGEN-ABERTO-SW
               WHEN '35'
                    MOVE 'S' TO WS-FIM-FINAGEN-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINAGEN - FILE STATUS = '
                           WS-FS-FINAGEN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINCOFRE
           EVALUATE WS-FS-FINCOFRE
               WHEN '00'
                    MOVE 'S' TO WS-FINCOFRE-ABERTO-SW
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCOFRE - FILE STATUS = '
                           WS-FS-FINCOFRE
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINCFREL
           IF WS-FS-FINCFREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINCFREL - FILE STATUS = '
                     WS-FS-FINCFREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINCFREL
           STRING 'COFRE DAS AGENCIAS - POSICAO DO NUMERARIO - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINCFREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINCFREL
           STRING '   AGEN NOME                       ABERTURA  '
                  '(-)SUPRIMENTOS (+)RECOLHIMENT.     (-)ENVIOS  '
                  ' (+)RECEBIMENT.  SALDO ESCRIT.'
                  DELIMITED BY SIZE  INTO REG-FINCFREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINCFREL
           STRING '                                     CONTADO  '
                  '     DIFERENCA  LIM.SEGURADO      EM CAIXAS '
                  'OCORRENCIAS'
                  DELIMITED BY SIZE  INTO REG-FINCFREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Le as agencias em ordem de numero; encerradas nao tem cofre.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINAGEN
              READ FINAGEN
                 AT END
                    MOVE 'S' TO WS-FIM-FINAGEN-SW
                 NOT AT END
                    IF FINAGEN-ATIVA
                       ADD 1 TO WS-QTD-AGENCIAS
                       PERFORM P2000-AVALIA-COFRE
                    END-IF
              END-READ
              IF WS-FS-FINAGEN NOT EQUAL '00' AND '10'
                 AND FINAGEN-ABERTO
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                        WS-FS-FINAGEN
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-AVALIA-COFRE SECTION.
      * Posicao do cofre da agencia na data e ocorrencias.
      *-----------------------------------------------------------------

           MOVE 'P2000-AVALIA-COFRE' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-COFRE-DO-DIA-SW
           IF FINCOFRE-ABERTO
              MOVE FINAGEN-NR-AGEN TO FINCOFRE-NR-AGEN
              READ FINCOFRE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FINCOFRE-DT-MOVIMENTO EQUAL WS-DATA-EXECUCAO
                       MOVE 'S' TO WS-COFRE-DO-DIA-SW
                    END-IF
              END-READ
              IF WS-FS-FINCOFRE NOT EQUAL '00' AND '23'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINCOFRE - FILE STATUS = '
                        WS-FS-FINCOFRE
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           MOVE ZEROS  TO WS-VL-LIMITE
           IF FINAGEN-VL-LIMITE-SEGURO NUMERIC
              MOVE FINAGEN-VL-LIMITE-SEGURO TO WS-VL-LIMITE
           END-IF

           MOVE SPACES TO WS-OCORRENCIAS
           MOVE 1      TO WS-PTR-OCORR

           MOVE FINAGEN-NR-AGEN  TO WS-LIN-MOV-AGENCIA
           MOVE FINAGEN-NOME     TO WS-LIN-MOV-NOME

           IF NOT COFRE-DO-DIA
              ADD 1 TO WS-QTD-NAO-ABERTO
              MOVE ZEROS TO WS-LIN-MOV-ABERTURA
                            WS-LIN-MOV-SUPRIM
                            WS-LIN-MOV-RECOLH
                            WS-LIN-MOV-ENVIOS
                            WS-LIN-MOV-RECEB
                            WS-LIN-MOV-SALDO
                            WS-LIN-CNF-CONTADO
                            WS-LIN-CNF-DIFERENCA
                            WS-LIN-CNF-EM-CAIXAS
              MOVE WS-VL-LIMITE TO WS-LIN-CNF-LIMITE
              MOVE 'COFRE NAO ABERTO' TO WS-TEXTO-OCORR
              PERFORM P2500-ACRESCENTA-OCORRENCIA
              PERFORM P3000-IMPRIME-AGENCIA
              EXIT SECTION
           END-IF

           MOVE FINCOFRE-VL-ABERTURA      TO WS-LIN-MOV-ABERTURA
           MOVE FINCOFRE-VL-SUPRIMENTOS   TO WS-LIN-MOV-SUPRIM
           MOVE FINCOFRE-VL-RECOLHIMENTOS TO WS-LIN-MOV-RECOLH
           MOVE FINCOFRE-VL-ENVIOS        TO WS-LIN-MOV-ENVIOS
           MOVE FINCOFRE-VL-RECEBIMENTOS  TO WS-LIN-MOV-RECEB
           MOVE FINCOFRE-VL-SALDO         TO WS-LIN-MOV-SALDO

           COMPUTE WS-VL-EM-CAIXAS = FINCOFRE-VL-SUPRIMENTOS
                                   - FINCOFRE-VL-RECOLHIMENTOS
           ADD WS-VL-EM-CAIXAS TO WS-VL-TOTAL-EM-CAIXAS

           IF FINCOFRE-CONTADO
              MOVE FINCOFRE-VL-CONTADO TO WS-VL-FECHAMENTO
              COMPUTE WS-VL-DIFERENCA = FINCOFRE-VL-CONTADO
                                      - FINCOFRE-VL-SALDO
           ELSE
              MOVE FINCOFRE-VL-SALDO   TO WS-VL-FECHAMENTO
              MOVE ZEROS               TO WS-VL-DIFERENCA
              ADD 1 TO WS-QTD-SEM-CONTAGEM
              MOVE 'SEM CONTAGEM' TO WS-TEXTO-OCORR
              PERFORM P2500-ACRESCENTA-OCORRENCIA
           END-IF
           ADD WS-VL-FECHAMENTO TO WS-VL-TOTAL-COFRES

           IF WS-VL-DIFERENCA NOT EQUAL ZEROS
              ADD 1 TO WS-QTD-DIF-CONTAGEM
              MOVE 'DIFERENCA NA CONTAGEM' TO WS-TEXTO-OCORR
              PERFORM P2500-ACRESCENTA-OCORRENCIA
           END-IF

           IF FINCOFRE-VL-ABERTURA NOT EQUAL FINCOFRE-VL-FECHTO-ANT
              ADD 1 TO WS-QTD-DIF-ABERTURA
              MOVE 'ABERTURA DIFERE' TO WS-TEXTO-OCORR
              PERFORM P2500-ACRESCENTA-OCORRENCIA
           END-IF

           IF WS-VL-LIMITE > ZEROS
              AND WS-VL-FECHAMENTO > WS-VL-LIMITE
              ADD 1 TO WS-QTD-ACIMA-LIMITE
              MOVE 'ACIMA DO LIMITE' TO WS-TEXTO-OCORR
              PERFORM P2500-ACRESCENTA-OCORRENCIA
           END-IF

           IF FINCOFRE-CONTADO
              MOVE FINCOFRE-VL-CONTADO TO WS-LIN-CNF-CONTADO
           ELSE
              MOVE ZEROS               TO WS-LIN-CNF-CONTADO
           END-IF
           MOVE WS-VL-DIFERENCA   TO WS-LIN-CNF-DIFERENCA
           MOVE WS-VL-LIMITE      TO WS-LIN-CNF-LIMITE
           MOVE WS-VL-EM-CAIXAS   TO WS-LIN-CNF-EM-CAIXAS

           PERFORM P3000-IMPRIME-AGENCIA

           .

      *-----------------------------------------------------------------
       P2500-ACRESCENTA-OCORRENCIA SECTION.
      * Junta WS-TEXTO-OCORR as ocorrencias da agencia, separadas por
      * '/'.
      *-----------------------------------------------------------------

           IF WS-PTR-OCORR > 1
              STRING '/' DELIMITED BY SIZE
                     INTO WS-OCORRENCIAS WITH POINTER WS-PTR-OCORR
              END-STRING
           END-IF
           STRING WS-TEXTO-OCORR DELIMITED BY '  '
                  INTO WS-OCORRENCIAS WITH POINTER WS-PTR-OCORR
           END-STRING

           .

      *-----------------------------------------------------------------
       P3000-IMPRIME-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE WS-OCORRENCIAS TO WS-LIN-CNF-OCORR

           MOVE WS-LINHA-MOVIMENTO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-CONFERENCIA TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA

           IF WS-OCORRENCIAS NOT EQUAL SPACES
              DISPLAY 'FINPB275 - AGENCIA ' FINAGEN-NR-AGEN ' - '
                      WS-OCORRENCIAS
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-DIFERENCAS-DIARIO SECTION.
      * Aberturas e contagens da data com diferenca, do diario do
      * cofre, com operador e supervisor. Diario ausente = nenhuma.
      *-----------------------------------------------------------------

           MOVE 'P5000-DIFERENCAS-DIARIO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINCFREL
           STRING 'DIFERENCAS REGISTRADAS NO DIA (ABERTURA x '
                  'FECHAMENTO ANTERIOR / CONTAGEM x ESCRITURAL)'
                  DELIMITED BY SIZE  INTO REG-FINCFREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINCFREL
           STRING '   AGEN  HORA    TIPO                  VALOR  '
                  '     DIFERENCA  OPERADOR  SUPERVISOR'
                  DELIMITED BY SIZE  INTO REG-FINCFREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINCFJRN
           EVALUATE WS-FS-FINCFJRN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCFJRN - FILE STATUS = '
                           WS-FS-FINCFJRN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINCFJRN
              READ FINCFJRN
                 AT END
                    MOVE 'S' TO WS-FIM-FINCFJRN-SW
                 NOT AT END
                    IF FINCFJRN-DATA EQUAL WS-DATA-EXECUCAO
                       AND (FINCFJRN-TIPO EQUAL 'AB' OR 'CT')
                       AND FINCFJRN-VL-DIFERENCA NOT EQUAL ZEROS
                       PERFORM P5500-IMPRIME-DIFERENCA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINCFJRN

           .

      *-----------------------------------------------------------------
       P5500-IMPRIME-DIFERENCA SECTION.
      *-----------------------------------------------------------------

           MOVE FINCFJRN-NR-AGEN      TO WS-LIN-DIA-AGENCIA
           MOVE FINCFJRN-HORA         TO WS-LIN-DIA-HORA
           IF FINCFJRN-TIPO EQUAL 'AB'
              MOVE 'ABERTURA'         TO WS-LIN-DIA-TIPO
           ELSE
              MOVE 'CONTAGEM'         TO WS-LIN-DIA-TIPO
           END-IF
           MOVE FINCFJRN-VL-MOVIMENTO TO WS-LIN-DIA-VALOR
           MOVE FINCFJRN-VL-DIFERENCA TO WS-LIN-DIA-DIFERENCA
           MOVE FINCFJRN-OPERADOR     TO WS-LIN-DIA-OPERADOR
           MOVE FINCFJRN-SUPERVISOR   TO WS-LIN-DIA-SUPERVISOR

           MOVE WS-LINHA-DIARIO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA

           ADD 1 TO WS-QTD-DIF-DIARIO

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-RESUMO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-RESUMO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA

           MOVE ZEROS TO WS-LIN-RES-VALOR
           MOVE 'AGENCIAS ATIVAS'              TO WS-LIN-RES-DESC
           MOVE WS-QTD-AGENCIAS                TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE '  COFRE NAO ABERTO NA DATA'   TO WS-LIN-RES-DESC
           MOVE WS-QTD-NAO-ABERTO              TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE '  SEM CONTAGEM VALIDA'        TO WS-LIN-RES-DESC
           MOVE WS-QTD-SEM-CONTAGEM            TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE '  DIFERENCA NA CONTAGEM'      TO WS-LIN-RES-DESC
           MOVE WS-QTD-DIF-CONTAGEM            TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE '  ABERTURA DIFERE DO FECHAMENTO' TO WS-LIN-RES-DESC
           MOVE WS-QTD-DIF-ABERTURA            TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE '  ACIMA DO LIMITE SEGURADO'   TO WS-LIN-RES-DESC
           MOVE WS-QTD-ACIMA-LIMITE            TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE 'DIFERENCAS NO DIARIO DO COFRE' TO WS-LIN-RES-DESC
           MOVE WS-QTD-DIF-DIARIO              TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE 'NUMERARIO NOS COFRES (FECHAMENTO)' TO WS-LIN-RES-DESC
           MOVE ZEROS                          TO WS-LIN-RES-QTD
           MOVE WS-VL-TOTAL-COFRES             TO WS-LIN-RES-VALOR
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA
           MOVE 'NUMERARIO COM OS CAIXAS (SUP - REC)'
                                               TO WS-LIN-RES-DESC
           MOVE WS-VL-TOTAL-EM-CAIXAS          TO WS-LIN-RES-VALOR
           MOVE WS-LINHA-RESUMO TO REG-FINCFREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINCFREL    END-WRITE

           IF WS-FS-FINCFREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCFREL - FILE STATUS = '
                     WS-FS-FINCFREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB275 - TERMINO COM ERRO'
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

           CLOSE FINCFREL
           IF FINAGEN-ABERTO
              CLOSE FINAGEN
           END-IF
           IF FINCOFRE-ABERTO
              CLOSE FINCOFRE
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB275 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD AGENCIAS ATIVAS         - ' WS-QTD-AGENCIAS
           DISPLAY 'QTD COFRES NAO ABERTOS      - ' WS-QTD-NAO-ABERTO
           DISPLAY 'QTD SEM CONTAGEM            - '
                    WS-QTD-SEM-CONTAGEM
           DISPLAY 'QTD DIFERENCA NA CONTAGEM   - '
                    WS-QTD-DIF-CONTAGEM
           DISPLAY 'QTD ABERTURA DIFERENTE      - '
                    WS-QTD-DIF-ABERTURA
           DISPLAY 'QTD ACIMA DO LIMITE SEGURADO- '
                    WS-QTD-ACIMA-LIMITE
           DISPLAY 'NUMERARIO NOS COFRES        - '
                    WS-VL-TOTAL-COFRES
           DISPLAY '***************************************************'

           .
