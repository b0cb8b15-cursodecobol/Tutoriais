      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO DA CARTEIRA DE EMPRESTIMOS POR AGENCIA:
      *              SALDO DEVEDOR (PRINCIPAL A RECEBER), JUROS DO MES
      *              E PARCELAS RESTANTES DE CADA CONTRATO, PARA A
      *              CONCILIACAO MENSAL DA CARTEIRA PELO FINANCEIRO.
      *              ARQUIVOS DE ENTRADA: FINLOAN  - CONTRATOS (MANTIDO
      *                                              PELO FINLNMNT)
      *                                   FINLNAMR - CRONOGRAMA DE
      *                                              AMORTIZACAO
      *              ARQUIVO DE SAIDA   : FINLNCAR - RELATORIO (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Executado no fechamento mensal (FINPB104), depois do FINPB195
      * (emissao da parcela do mes) e do FINPB196 (parcelas pagas e em
      * atraso no cronograma). Para cada contrato de FINLOAN, soma as
      * linhas do seu cronograma:
      * - SALDO DEVEDOR = amortizacao das parcelas ainda nao pagas
      *   (previstas, emitidas e em atraso); parcelas pagas e as
      *   liquidadas antecipadamente nao entram;
      * - JUROS DO MES = juros das parcelas que vencem no mes da data
      *   de processamento (emitidas, pagas ou em atraso) - a receita
      *   de juros apropriada no mes;
      * - PARCELAS RESTANTES = parcelas nao pagas, das quais as EM
      *   ATRASO sao mostradas a parte.
      * Entram no relatorio os contratos com saldo devedor ou juros no
      * mes. Contrato sem cronograma (anterior a ele e ainda nao
      * convertido pelo FINPB194) sai numa linha de aviso, fora dos
      * totais, para a conciliacao nao ficar em silencio. As linhas
      * sao classificadas por agencia (da conta do tomador) e
      * contrato; cada agencia fecha com subtotal e o relatorio com o
      * total geral.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB198.
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
      *    CONTRATOS - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLOAN, LA).
           SELECT FINLOAN  ASSIGN TO 'FINLOAN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    CRONOGRAMA DE AMORTIZACAO - ENTRADA (START + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA).
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.
      *    ARQUIVO DE TRABALHO DO SORT - AGENCIA + CONTRATO
           SELECT SD-CARTEIRA ASSIGN TO 'FINLNCAR.wrk'.
      *    CONTRATOS JA CLASSIFICADOS
           SELECT FINLNCAR-ORD ASSIGN TO 'FINLNCAR.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLNCAR-ORD.
      *    RELATORIO - SAIDA (WRITE)
           SELECT FINLNCAR ASSIGN TO 'FINLNCAR.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLNCAR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINLOAN
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-FINLOAN.
           03  FINLOAN-NR-CONTRATO    PIC  9(008).
           03  FINLOAN-CHAVE-CONTA.
               05  FINLOAN-NR-AGEN    PIC  9(004).
               05  FINLOAN-NR-CC      PIC  X(011).
               05  FINLOAN-COD-SUBCONTA PIC X(002).
           03  FINLOAN-VL-PRINCIPAL   PIC  9(009)V99.
           03  FINLOAN-TAXA-ANUAL     PIC  9(003)V99.
           03  FINLOAN-PRAZO-MESES    PIC  9(003).
           03  FINLOAN-VL-PARCELA     PIC  9(009)V99.
           03  FINLOAN-DIA-VENCTO     PIC  9(002).
           03  FINLOAN-QTD-EMITIDAS   PIC  9(003).
      *    'A'=Ativo, 'L'=Liquidado, 'V'=Em atraso (FINPB196)
           03  FINLOAN-STATUS         PIC  X(001).
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
       FD  FINLNAMR
           RECORD CONTAINS 090 CHARACTERS.

       01  REG-FINLNAMR.
           03  FINLNAMR-CHAVE.
               05  FINLNAMR-NR-CONTRATO PIC 9(008).
               05  FINLNAMR-NR-PARCELA  PIC 9(003).
           03  FINLNAMR-METODO        PIC  X(001).
           03  FINLNAMR-DT-VENCIMENTO PIC  9(008).
           03  FINLNAMR-DT-VENC-R REDEFINES FINLNAMR-DT-VENCIMENTO.
               05  FINLNAMR-VENC-ANOMES PIC 9(006).
               05  FINLNAMR-VENC-DD     PIC 9(002).
           03  FINLNAMR-VL-PARCELA    PIC  9(009)V99.
           03  FINLNAMR-VL-AMORTIZACAO PIC 9(009)V99.
           03  FINLNAMR-VL-JUROS      PIC  9(009)V99.
           03  FINLNAMR-VL-SALDO-DEVEDOR PIC 9(009)V99.
      *    'P'=Prevista 'E'=Emitida 'Q'=Paga 'A'=Em atraso
      *    'L'=Liquidada antecipadamente
           03  FINLNAMR-STATUS        PIC  X(001).
              88  FINLNAMR-PREVISTA          VALUE 'P'.
              88  FINLNAMR-EMITIDA           VALUE 'E'.
              88  FINLNAMR-PAGA              VALUE 'Q'.
              88  FINLNAMR-EM-ATRASO         VALUE 'A'.
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
       SD  SD-CARTEIRA
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-SD-CARTEIRA.
           03  SD-CAR-NR-AGEN         PIC  9(004).
           03  SD-CAR-NR-CONTRATO     PIC  9(008).
           03  SD-CAR-CHAVE-CONTA     PIC  X(017).
           03  SD-CAR-METODO          PIC  X(001).
           03  SD-CAR-STATUS          PIC  X(001).
      *    'S' = TEM CRONOGRAMA; 'N' = LINHA DE AVISO, FORA DOS TOTAIS
           03  SD-CAR-IND-CRONOGRAMA  PIC  X(001).
           03  SD-CAR-VL-PRINCIPAL    PIC  9(009)V99.
           03  SD-CAR-VL-SALDO        PIC  9(009)V99.
           03  SD-CAR-VL-JUROS-MES    PIC  9(009)V99.
           03  SD-CAR-QTD-RESTANTES   PIC  9(003).
           03  SD-CAR-QTD-ATRASO      PIC  9(003).
           03  FILLER                 PIC  X(009).
      *
       FD  FINLNCAR-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINLNCAR-ORD.
           03  ORD-NR-AGEN            PIC  9(004).
           03  ORD-NR-CONTRATO        PIC  9(008).
           03  ORD-CHAVE-CONTA        PIC  X(017).
           03  ORD-METODO             PIC  X(001).
           03  ORD-STATUS             PIC  X(001).
           03  ORD-IND-CRONOGRAMA     PIC  X(001).
              88  ORD-TEM-CRONOGRAMA         VALUE 'S'.
           03  ORD-VL-PRINCIPAL       PIC  9(009)V99.
           03  ORD-VL-SALDO           PIC  9(009)V99.
           03  ORD-VL-JUROS-MES       PIC  9(009)V99.
           03  ORD-QTD-RESTANTES      PIC  9(003).
           03  ORD-QTD-ATRASO         PIC  9(003).
           03  FILLER                 PIC  X(009).
      *
       FD  FINLNCAR
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-FINLNCAR               PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB198'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNCAR-ORD     PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNCAR         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-NA-CARTEIRA     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-CRONOGRAMA  PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINLOAN-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINLOAN                VALUE 'S'.
           05  WS-FIM-FINLNAMR-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINLNAMR               VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
      *    CRONOGRAMA AUSENTE = TODOS OS CONTRATOS SEM CRONOGRAMA
           05  WS-FINLNAMR-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINLNAMR-EXISTE            VALUE 'S'.
           05  WS-CRONOGRAMA-SW       PIC X(001)  VALUE 'N'.
              88  TEM-CRONOGRAMA             VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO E MES DE REFERENCIA DOS JUROS
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
               10  WS-DATA-EXEC-ANOMES PIC 9(006).
               10  WS-DATA-EXEC-DD    PIC 9(002).
      *
      *    AGENCIA CORRENTE DO CONTROL BREAK
           05  WS-AGEN-CORRENTE       PIC 9(004)  VALUE ZEROS.
           05  WS-AGEN-ABERTA-SW      PIC X(001)  VALUE 'N'.
              88  AGEN-ABERTA                VALUE 'S'.
      *
      *    TOTAIS DA AGENCIA E GERAIS
           05  WS-AGE-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-AGE-VL-SALDO        PIC 9(013)V99 VALUE ZEROS.
           05  WS-AGE-VL-JUROS-MES    PIC 9(013)V99 VALUE ZEROS.
           05  WS-AGE-QTD-RESTANTES   PIC 9(007)    VALUE ZEROS.
           05  WS-AGE-QTD-ATRASO      PIC 9(007)    VALUE ZEROS.
           05  WS-TOT-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-TOT-VL-SALDO        PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-JUROS-MES    PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-QTD-RESTANTES   PIC 9(007)    VALUE ZEROS.
           05  WS-TOT-QTD-ATRASO      PIC 9(007)    VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
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
       01  WS-LINHA-AGENCIA.
           05  FILLER                 PIC X(009)  VALUE 'AGENCIA: '.
           05  WS-LIN-AGE-NR-AGEN     PIC 9(004).
      *
       01  WS-LINHA-DETALHE.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-CONTRATO    PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-CONTA       PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-METODO      PIC X(005).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-STATUS      PIC X(001).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-PRINCIPAL   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-JUROS-MES   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-RESTANTES   PIC ZZ9.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-ATRASO      PIC ZZ9.
      *
       01  WS-LINHA-AVISO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-AVI-CONTRATO    PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-AVI-CONTA       PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  FILLER                 PIC X(048)  VALUE
               '*** SEM CRONOGRAMA - FORA DOS TOTAIS (FINPB194)'.
      *
       01  WS-LINHA-SUBTOTAL.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-SUB-DESC        PIC X(010).
           05  WS-LIN-SUB-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(010)  VALUE ' CONTRATOS'.
           05  FILLER                 PIC X(014)  VALUE SPACES.
           05  WS-LIN-SUB-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUB-JUROS-MES   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUB-RESTANTES   PIC ZZZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUB-ATRASO      PIC ZZZZZZ9.
      *
       01  WS-LINHA-SEPARADOR        PIC X(120)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-CONTRATOS
           PERFORM P5000-IMPRIME-RELATORIO
           PERFORM P6000-IMPRIME-TOTAL
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN OUTPUT FINLNCAR
           IF WS-FS-FINLNCAR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINLNCAR - FILE STATUS = '
                     WS-FS-FINLNCAR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-CONTRATOS SECTION.
      * Classifica por AGENCIA + CONTRATO os contratos selecionados
      * pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-CONTRATOS' TO WS-NOM-PARAGRAFO

           SORT SD-CARTEIRA
                ON ASCENDING KEY SD-CAR-NR-AGEN
                                 SD-CAR-NR-CONTRATO
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING FINLNCAR-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DOS CONTRATOS - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      * Le FINLOAN, apura o cronograma de cada contrato e libera para
      * o SORT os que tem saldo devedor ou juros no mes (e os sem
      * cronograma, como aviso). Cadastro ausente = carteira vazia.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINLOAN
           EVALUATE WS-FS-FINLOAN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLOAN - FILE STATUS = '
                           WS-FS-FINLOAN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINLNAMR
           EVALUATE WS-FS-FINLNAMR
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINLNAMR-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLNAMR - FILE STATUS = '
                           WS-FS-FINLNAMR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINLOAN
              READ FINLOAN
                 AT END
                    MOVE 'S' TO WS-FIM-FINLOAN-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P2000-APURA-CONTRATO
              END-READ
           END-PERFORM

           CLOSE FINLOAN
           IF FINLNAMR-EXISTE
              CLOSE FINLNAMR
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-APURA-CONTRATO SECTION.
      * Soma as linhas do cronograma do contrato corrente (posiciona
      * na parcela 000 e avanca enquanto o contrato for o mesmo).
      *-----------------------------------------------------------------

           MOVE SPACES                TO REG-SD-CARTEIRA
           MOVE FINLOAN-NR-AGEN       TO SD-CAR-NR-AGEN
           MOVE FINLOAN-NR-CONTRATO   TO SD-CAR-NR-CONTRATO
           MOVE FINLOAN-CHAVE-CONTA   TO SD-CAR-CHAVE-CONTA
           MOVE FINLOAN-STATUS        TO SD-CAR-STATUS
           MOVE FINLOAN-VL-PRINCIPAL  TO SD-CAR-VL-PRINCIPAL
           MOVE ZEROS                 TO SD-CAR-VL-SALDO
                                         SD-CAR-VL-JUROS-MES
                                         SD-CAR-QTD-RESTANTES
                                         SD-CAR-QTD-ATRASO

           MOVE 'N' TO WS-CRONOGRAMA-SW
           MOVE 'N' TO WS-FIM-FINLNAMR-SW
           IF NOT FINLNAMR-EXISTE
              MOVE 'S' TO WS-FIM-FINLNAMR-SW
           ELSE
              MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
              MOVE ZEROS               TO FINLNAMR-NR-PARCELA
              START FINLNAMR KEY IS NOT LESS FINLNAMR-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
              END-START
           END-IF

           PERFORM UNTIL FIM-FINLNAMR
              READ FINLNAMR NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
                 NOT AT END
                    IF FINLNAMR-NR-CONTRATO NOT EQUAL
                       FINLOAN-NR-CONTRATO
                       MOVE 'S' TO WS-FIM-FINLNAMR-SW
                    ELSE
                       PERFORM P2500-SOMA-PARCELA
                    END-IF
              END-READ
           END-PERFORM

           IF NOT TEM-CRONOGRAMA
              ADD 1 TO WS-QTD-SEM-CRONOGRAMA
              MOVE 'N' TO SD-CAR-IND-CRONOGRAMA
              RELEASE REG-SD-CARTEIRA
              EXIT SECTION
           END-IF

           MOVE 'S' TO SD-CAR-IND-CRONOGRAMA
           IF SD-CAR-VL-SALDO NOT EQUAL ZEROS
              OR SD-CAR-VL-JUROS-MES NOT EQUAL ZEROS
              ADD 1 TO WS-QTD-NA-CARTEIRA
              RELEASE REG-SD-CARTEIRA
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-SOMA-PARCELA SECTION.
      *-----------------------------------------------------------------

           MOVE 'S'             TO WS-CRONOGRAMA-SW
           MOVE FINLNAMR-METODO TO SD-CAR-METODO

           IF FINLNAMR-PREVISTA OR FINLNAMR-EMITIDA
              OR FINLNAMR-EM-ATRASO
              ADD FINLNAMR-VL-AMORTIZACAO TO SD-CAR-VL-SALDO
              ADD 1                       TO SD-CAR-QTD-RESTANTES
           END-IF

           IF FINLNAMR-EM-ATRASO
              ADD 1 TO SD-CAR-QTD-ATRASO
           END-IF

           IF FINLNAMR-VENC-ANOMES EQUAL WS-DATA-EXEC-ANOMES
              AND (FINLNAMR-EMITIDA OR FINLNAMR-PAGA
                   OR FINLNAMR-EM-ATRASO)
              ADD FINLNAMR-VL-JUROS TO SD-CAR-VL-JUROS-MES
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-RELATORIO SECTION.
      * Le os contratos classificados e imprime por quebra de agencia.
      *-----------------------------------------------------------------

           MOVE 'P5000-IMPRIME-RELATORIO' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINLNCAR
           STRING 'CARTEIRA DE EMPRESTIMOS POR AGENCIA - DATA '
                  WS-DATA-EXECUCAO ' - JUROS DO MES '
                  WS-DATA-EXEC-ANOMES
                  DELIMITED BY SIZE  INTO REG-FINLNCAR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINLNCAR
           STRING '   CONTRATO  CONTA              METODO SIT'
                  '      PRINCIPAL   SALDO DEVEDOR    JUROS DO MES'
                  '  REST  ATRASO'
                  DELIMITED BY SIZE  INTO REG-FINLNCAR
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINLNCAR-ORD
           IF WS-FS-FINLNCAR-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINLNCAR.ord - FILE STATUS = '
                     WS-FS-FINLNCAR-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ FINLNCAR-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    PERFORM P5500-TRATA-CONTRATO
              END-READ
           END-PERFORM

           IF AGEN-ABERTA
              PERFORM P5800-FECHA-AGENCIA
           END-IF

           CLOSE FINLNCAR-ORD

           .

      *-----------------------------------------------------------------
       P5500-TRATA-CONTRATO SECTION.
      *-----------------------------------------------------------------

           IF AGEN-ABERTA
              AND ORD-NR-AGEN NOT EQUAL WS-AGEN-CORRENTE
              PERFORM P5800-FECHA-AGENCIA
           END-IF

           IF NOT AGEN-ABERTA
              MOVE ORD-NR-AGEN TO WS-AGEN-CORRENTE
              MOVE 'S'         TO WS-AGEN-ABERTA-SW
              MOVE WS-LINHA-SEPARADOR TO REG-FINLNCAR
              PERFORM P7000-GRAVA-LINHA
              MOVE ORD-NR-AGEN TO WS-LIN-AGE-NR-AGEN
              MOVE WS-LINHA-AGENCIA TO REG-FINLNCAR
              PERFORM P7000-GRAVA-LINHA
           END-IF

           IF NOT ORD-TEM-CRONOGRAMA
              MOVE ORD-NR-CONTRATO TO WS-LIN-AVI-CONTRATO
              MOVE ORD-CHAVE-CONTA TO WS-LIN-AVI-CONTA
              MOVE WS-LINHA-AVISO TO REG-FINLNCAR
              PERFORM P7000-GRAVA-LINHA
              EXIT SECTION
           END-IF

           ADD 1                 TO WS-AGE-QTD
           ADD ORD-VL-SALDO      TO WS-AGE-VL-SALDO
           ADD ORD-VL-JUROS-MES  TO WS-AGE-VL-JUROS-MES
           ADD ORD-QTD-RESTANTES TO WS-AGE-QTD-RESTANTES
           ADD ORD-QTD-ATRASO    TO WS-AGE-QTD-ATRASO

           EVALUATE ORD-METODO
               WHEN 'P'
                    MOVE 'PRICE' TO WS-LIN-DET-METODO
               WHEN 'S'
                    MOVE 'SAC'   TO WS-LIN-DET-METODO
               WHEN OTHER
                    MOVE 'SIMPL' TO WS-LIN-DET-METODO
           END-EVALUATE
           MOVE ORD-NR-CONTRATO   TO WS-LIN-DET-CONTRATO
           MOVE ORD-CHAVE-CONTA   TO WS-LIN-DET-CONTA
           MOVE ORD-STATUS        TO WS-LIN-DET-STATUS
           MOVE ORD-VL-PRINCIPAL  TO WS-LIN-DET-PRINCIPAL
           MOVE ORD-VL-SALDO      TO WS-LIN-DET-SALDO
           MOVE ORD-VL-JUROS-MES  TO WS-LIN-DET-JUROS-MES
           MOVE ORD-QTD-RESTANTES TO WS-LIN-DET-RESTANTES
           MOVE ORD-QTD-ATRASO    TO WS-LIN-DET-ATRASO
           MOVE WS-LINHA-DETALHE TO REG-FINLNCAR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P5800-FECHA-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE 'SUBTOTAL'           TO WS-LIN-SUB-DESC
           MOVE WS-AGE-QTD           TO WS-LIN-SUB-QTD
           MOVE WS-AGE-VL-SALDO      TO WS-LIN-SUB-SALDO
           MOVE WS-AGE-VL-JUROS-MES  TO WS-LIN-SUB-JUROS-MES
           MOVE WS-AGE-QTD-RESTANTES TO WS-LIN-SUB-RESTANTES
           MOVE WS-AGE-QTD-ATRASO    TO WS-LIN-SUB-ATRASO
           MOVE WS-LINHA-SUBTOTAL TO REG-FINLNCAR
           PERFORM P7000-GRAVA-LINHA

           ADD WS-AGE-QTD           TO WS-TOT-QTD
           ADD WS-AGE-VL-SALDO      TO WS-TOT-VL-SALDO
           ADD WS-AGE-VL-JUROS-MES  TO WS-TOT-VL-JUROS-MES
           ADD WS-AGE-QTD-RESTANTES TO WS-TOT-QTD-RESTANTES
           ADD WS-AGE-QTD-ATRASO    TO WS-TOT-QTD-ATRASO

           MOVE ZEROS TO WS-AGE-QTD
                         WS-AGE-VL-SALDO
                         WS-AGE-VL-JUROS-MES
                         WS-AGE-QTD-RESTANTES
                         WS-AGE-QTD-ATRASO
           MOVE 'N' TO WS-AGEN-ABERTA-SW

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-TOTAL SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-TOTAL' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINLNCAR
           PERFORM P7000-GRAVA-LINHA

           MOVE 'TOTAL GERAL'        TO WS-LIN-SUB-DESC
           MOVE WS-TOT-QTD           TO WS-LIN-SUB-QTD
           MOVE WS-TOT-VL-SALDO      TO WS-LIN-SUB-SALDO
           MOVE WS-TOT-VL-JUROS-MES  TO WS-LIN-SUB-JUROS-MES
           MOVE WS-TOT-QTD-RESTANTES TO WS-LIN-SUB-RESTANTES
           MOVE WS-TOT-QTD-ATRASO    TO WS-LIN-SUB-ATRASO
           MOVE WS-LINHA-SUBTOTAL TO REG-FINLNCAR
           PERFORM P7000-GRAVA-LINHA

           IF WS-QTD-SEM-CRONOGRAMA NOT EQUAL ZEROS
              MOVE SPACES TO REG-FINLNCAR
              STRING '   CONTRATOS SEM CRONOGRAMA (FORA DOS TOTAIS): '
                     WS-QTD-SEM-CRONOGRAMA
                     DELIMITED BY SIZE  INTO REG-FINLNCAR
              END-STRING
              PERFORM P7000-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINLNCAR    END-WRITE

           IF WS-FS-FINLNCAR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINLNCAR - FILE STATUS = '
                     WS-FS-FINLNCAR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB198 - TERMINO COM ERRO'
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

           CLOSE FINLNCAR

           MOVE WS-TOT-VL-SALDO     TO WS-LIN-SUB-SALDO
           MOVE WS-TOT-VL-JUROS-MES TO WS-LIN-SUB-JUROS-MES

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB198 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD CONTRATOS LIDOS         - ' WS-QTD-LIDOS
           DISPLAY 'QTD CONTRATOS NA CARTEIRA   - ' WS-QTD-NA-CARTEIRA
           DISPLAY 'QTD CONTRATOS SEM CRONOGRAMA- '
                   WS-QTD-SEM-CRONOGRAMA
           DISPLAY 'SALDO DEVEDOR DA CARTEIRA   - ' WS-LIN-SUB-SALDO
           DISPLAY 'JUROS DO MES                - '
                   WS-LIN-SUB-JUROS-MES
           DISPLAY '***************************************************'

           .
