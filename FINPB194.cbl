      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CONVERSAO (EXECUCAO UNICA) DOS CONTRATOS DE
      *              EMPRESTIMO ANTERIORES AO CRONOGRAMA: GERA AS
      *              LINHAS DO CRONOGRAMA DE AMORTIZACAO DE CADA
      *              CONTRATO QUE AINDA NAO TEM.
      *              ARQUIVO DE ENTRADA: FINLOAN  - CONTRATOS (MANTIDO
      *                                             PELO FINLNMNT)
      *              ARQUIVO DE SAIDA  : FINLNAMR - CRONOGRAMA DE
      *                                             AMORTIZACAO (CRIADO
      *                                             SE AUSENTE)
      *
      * ESPECIFICAÇÃO
      * Ate a versao anterior do FINLNMNT o contrato guardava so a
      * parcela fixa do regime de juros simples e a quantidade de
      * parcelas emitidas. A contratacao passou a gravar o cronograma
      * (FINLNAMR) pelo metodo Price ou SAC; este job, EXECUTADO UMA
      * VEZ na implantacao do cronograma (antes do primeiro FINPB195
      * seguinte), monta o cronograma dos contratos antigos:
      * - Metodo 'J' (juros simples), calculado pela SRAMORT: a mesma
      *   parcela do contrato, com a amortizacao P / n e os juros
      *   totais repartidos por igual;
      * - Vencimento previsto no mes da contratacao + (parcela - 1),
      *   no dia contratado (regra do FINLNMNT);
      * - Parcelas ja emitidas (ate FINLOAN-QTD-EMITIDAS) ficam 'E'
      *   (emitidas): o FINPB196 seguinte as marca pagas ou em atraso
      *   conforme o suspense; as demais ficam 'P' (previstas), ou 'L'
      *   se o contrato foi liquidado antecipadamente;
      * - Contrato que ja tem a parcela 001 no cronograma e pulado, o
      *   que torna o job reexecutavel.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB194.
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
      *    CONTRATOS - LEITURA SEQUENCIAL
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLOAN, LA).
           SELECT FINLOAN  ASSIGN TO 'FINLOAN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    CRONOGRAMA DE AMORTIZACAO - CONSULTA E GRAVACAO
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA).
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.

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
           03  FINLOAN-CHAVE-CONTA    PIC  X(017).
           03  FINLOAN-VL-PRINCIPAL   PIC  9(009)V99.
           03  FINLOAN-TAXA-ANUAL     PIC  9(003)V99.
           03  FINLOAN-PRAZO-MESES    PIC  9(003).
           03  FINLOAN-VL-PARCELA     PIC  9(009)V99.
           03  FINLOAN-DIA-VENCTO     PIC  9(002).
           03  FINLOAN-QTD-EMITIDAS   PIC  9(003).
      *    'A'=Ativo, 'L'=Liquidado, 'V'=Em atraso (FINPB196)
           03  FINLOAN-STATUS         PIC  X(001).
              88  FINLOAN-ATIVO              VALUE 'A'.
              88  FINLOAN-LIQUIDADO          VALUE 'L'.
              88  FINLOAN-EM-ATRASO          VALUE 'V'.
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
           03  FINLNAMR-VL-PARCELA    PIC  9(009)V99.
           03  FINLNAMR-VL-AMORTIZACAO PIC 9(009)V99.
           03  FINLNAMR-VL-JUROS      PIC  9(009)V99.
           03  FINLNAMR-VL-SALDO-DEVEDOR PIC 9(009)V99.
      *    'P'=Prevista 'E'=Emitida 'Q'=Paga 'A'=Em atraso
      *    'L'=Liquidada antecipadamente
           03  FINLNAMR-STATUS        PIC  X(001).
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB194'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-CONTRATOS       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONVERTIDOS     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-JA-CONVERTIDOS  PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-INVALIDOS       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-PARC-GRAVADAS   PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINLOAN-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINLOAN                VALUE 'S'.
      *
           05  WS-NR-PARCELA          PIC 9(003)  VALUE ZEROS.
      *
      *    VENCIMENTO PREVISTO: MES DA CONTRATACAO + (PARCELA - 1)
           05  WS-DT-CONTRATO-R       PIC 9(008)  VALUE ZEROS.
           05  FILLER REDEFINES WS-DT-CONTRATO-R.
               10  WS-DT-CTR-AAAA     PIC 9(004).
               10  WS-DT-CTR-MM       PIC 9(002).
               10  WS-DT-CTR-DD       PIC 9(002).
           05  WS-DT-VENCIMENTO       PIC 9(008)  VALUE ZEROS.
           05  FILLER REDEFINES WS-DT-VENCIMENTO.
               10  WS-DT-VENC-AAAA    PIC 9(004).
               10  WS-DT-VENC-MM      PIC 9(002).
               10  WS-DT-VENC-DD      PIC 9(002).
           05  WS-QTD-MESES           PIC 9(007)  VALUE ZEROS.
           05  WS-RESTO-MESES         PIC 9(002)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRAMORT (CALCULO DE UMA PARCELA DO
      *    CRONOGRAMA)
       01  WS-PARM-AMORT.
           05  WS-AMR-METODO          PIC X(001).
           05  WS-AMR-VL-PRINCIPAL    PIC 9(009)V99.
           05  WS-AMR-TAXA-ANUAL      PIC 9(003)V99.
           05  WS-AMR-PRAZO-MESES     PIC 9(003).
           05  WS-AMR-NR-PARCELA      PIC 9(003).
           05  WS-AMR-VL-SALDO-ANTES  PIC 9(009)V99.
           05  WS-AMR-VL-PARCELA      PIC 9(009)V99.
           05  WS-AMR-VL-JUROS        PIC 9(009)V99.
           05  WS-AMR-VL-AMORTIZACAO  PIC 9(009)V99.
           05  WS-AMR-VL-SALDO-APOS   PIC 9(009)V99.
           05  WS-AMR-COD-RETORNO     PIC X(002).
              88  WS-AMR-OK                  VALUE '00'.
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

           OPEN INPUT FINLOAN
           EVALUATE WS-FS-FINLOAN
               WHEN '00'
                    CONTINUE
               WHEN '35'
      *             Sem contratos, nada a converter.
                    MOVE 'S' TO WS-FIM-FINLOAN-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLOAN - FILE STATUS = '
                           WS-FS-FINLOAN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

      *    Cronograma: criado na primeira execucao.
           OPEN I-O FINLNAMR
           IF WS-FS-FINLNAMR EQUAL '35'
              OPEN OUTPUT FINLNAMR
              CLOSE FINLNAMR
              OPEN I-O FINLNAMR
           END-IF
           IF WS-FS-FINLNAMR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINLNAMR - FILE STATUS = '
                     WS-FS-FINLNAMR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINLOAN
              READ FINLOAN NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLOAN-SW
                 NOT AT END
                    IF WS-FS-FINLOAN NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINLOAN - FILE STATUS = '
                              WS-FS-FINLOAN
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-CONTRATOS
                    PERFORM P2000-CONVERTE-CONTRATO
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CONVERTE-CONTRATO SECTION.
      * Contrato com a parcela 001 no cronograma ja foi convertido (ou
      * contratado depois do cronograma) e e pulado.
      *-----------------------------------------------------------------

           MOVE 'P2000-CONVERTE-CONTRATO' TO WS-NOM-PARAGRAFO

           MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           MOVE 1                   TO FINLNAMR-NR-PARCELA
           READ FINLNAMR
              INVALID KEY
                 CONTINUE
           END-READ

           EVALUATE WS-FS-FINLNAMR
               WHEN '00'
                    ADD 1 TO WS-QTD-JA-CONVERTIDOS
                    EXIT SECTION
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINLNAMR - FILE STATUS = '
                           WS-FS-FINLNAMR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINLOAN-VL-PRINCIPAL EQUAL ZEROS
              OR FINLOAN-PRAZO-MESES EQUAL ZEROS
              ADD 1 TO WS-QTD-INVALIDOS
              DISPLAY 'AVISO - CONTRATO ' FINLOAN-NR-CONTRATO
                      ' SEM PRINCIPAL OU PRAZO - NAO CONVERTIDO'
              EXIT SECTION
           END-IF

           MOVE 'J'                  TO WS-AMR-METODO
           MOVE FINLOAN-VL-PRINCIPAL TO WS-AMR-VL-PRINCIPAL
           MOVE FINLOAN-TAXA-ANUAL   TO WS-AMR-TAXA-ANUAL
           MOVE FINLOAN-PRAZO-MESES  TO WS-AMR-PRAZO-MESES
           MOVE FINLOAN-VL-PRINCIPAL TO WS-AMR-VL-SALDO-ANTES
           MOVE FINLOAN-DT-CONTRATO  TO WS-DT-CONTRATO-R

           PERFORM VARYING WS-NR-PARCELA FROM 1 BY 1
                     UNTIL WS-NR-PARCELA > FINLOAN-PRAZO-MESES
              PERFORM P3000-GRAVA-PARCELA
              MOVE WS-AMR-VL-SALDO-APOS TO WS-AMR-VL-SALDO-ANTES
           END-PERFORM

           ADD 1 TO WS-QTD-CONVERTIDOS

           .

      *-----------------------------------------------------------------
       P3000-GRAVA-PARCELA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P3000-GRAVA-PARCELA' TO WS-NOM-PARAGRAFO

           MOVE WS-NR-PARCELA TO WS-AMR-NR-PARCELA
           CALL 'SRAMORT' USING WS-PARM-AMORT
           IF NOT WS-AMR-OK
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - CALCULO DO CRONOGRAMA (SRAMORT) - '
                     'RETORNO = ' WS-AMR-COD-RETORNO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           COMPUTE WS-QTD-MESES = WS-DT-CTR-AAAA * 12
                                + WS-DT-CTR-MM - 1
                                + WS-NR-PARCELA - 1
           DIVIDE WS-QTD-MESES BY 12 GIVING WS-DT-VENC-AAAA
                                  REMAINDER WS-RESTO-MESES
           COMPUTE WS-DT-VENC-MM = WS-RESTO-MESES + 1
           MOVE FINLOAN-DIA-VENCTO TO WS-DT-VENC-DD

           MOVE SPACES                TO REG-FINLNAMR
           MOVE FINLOAN-NR-CONTRATO   TO FINLNAMR-NR-CONTRATO
           MOVE WS-NR-PARCELA         TO FINLNAMR-NR-PARCELA
           MOVE 'J'                   TO FINLNAMR-METODO
           MOVE WS-DT-VENCIMENTO      TO FINLNAMR-DT-VENCIMENTO
           MOVE WS-AMR-VL-PARCELA     TO FINLNAMR-VL-PARCELA
           MOVE WS-AMR-VL-AMORTIZACAO TO FINLNAMR-VL-AMORTIZACAO
           MOVE WS-AMR-VL-JUROS       TO FINLNAMR-VL-JUROS
           MOVE WS-AMR-VL-SALDO-APOS  TO FINLNAMR-VL-SALDO-DEVEDOR
           MOVE ZEROS                 TO FINLNAMR-DT-EMISSAO
                                         FINLNAMR-DT-PAGAMENTO

      *    Emitida: a data de emissao fica no vencimento previsto (a
      *    efetiva nao foi guardada), para o FINPB196 apurar o
      *    pagamento no proximo fechamento.
           EVALUATE TRUE
               WHEN WS-NR-PARCELA NOT GREATER FINLOAN-QTD-EMITIDAS
                    MOVE 'E'              TO FINLNAMR-STATUS
                    MOVE WS-DT-VENCIMENTO TO FINLNAMR-DT-EMISSAO
               WHEN FINLOAN-LIQUIDADO
                    MOVE 'L'              TO FINLNAMR-STATUS
               WHEN OTHER
                    MOVE 'P'              TO FINLNAMR-STATUS
           END-EVALUATE

           WRITE REG-FINLNAMR
           IF WS-FS-FINLNAMR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINLNAMR - FILE STATUS = '
                     WS-FS-FINLNAMR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-PARC-GRAVADAS

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB194 - TERMINO COM ERRO'
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

           IF WS-FS-FINLOAN NOT EQUAL '35'
              CLOSE FINLOAN
           END-IF
           CLOSE FINLNAMR

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB194 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD CONTRATOS LIDOS         - ' WS-QTD-CONTRATOS
           DISPLAY 'QTD CONTRATOS CONVERTIDOS   - ' WS-QTD-CONVERTIDOS
           DISPLAY 'QTD JA CONVERTIDOS (PULADOS)- '
                   WS-QTD-JA-CONVERTIDOS
           DISPLAY 'QTD CONTRATOS INVALIDOS     - ' WS-QTD-INVALIDOS
           DISPLAY 'QTD PARCELAS GRAVADAS       - '
                   WS-QTD-PARC-GRAVADAS
           DISPLAY '***************************************************'

           .
