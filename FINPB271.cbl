      ******************************************************************
      * SISTEMA    : ACADEMICO / FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RELATORIO DE ALUNOS BLOQUEADOS PARA REMATRICULA:
      *              ALUNOS COM MENSALIDADE (FINPB270) DEBITADA E NAO
      *              POSTADA, PARADA NO SUSPENSE, COM O VALOR DEVIDO
      *              POR ALUNO, PARA A SECRETARIA.
      *              ARQUIVOS DE ENTRADA: FINTRANS - SUSPENSE DE
      *                                              TRANSACOES
      *                                              REJEITADAS
      *                                   FINALULK - VINCULO MATRICULA
      *                                              x CLIENTE x CONTA
      *                                              (FINALMNT)
      *                                   ALUNOS   - NOME DO ALUNO
      *              ARQUIVO DE SAIDA   : FINTUIBL - RELATORIO (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Le FINTRANS.dat e seleciona os debitos 'D' da faixa reservada
      * as mensalidades (ID-TRAN 9.300.000.000 + MATRICULA x 100 +
      * MES, gravada pelo FINPB270). Classifica por matricula e, na
      * quebra, imprime uma linha por aluno: nome (ALUNOS), conta
      * pagadora e cliente (FINALULK), quantidade de mensalidades em
      * aberto, rejeicao mais antiga, ultimo motivo e valor devido.
      * Sao estes os alunos que o NOTAMNT recusa na rematricula (salvo
      * liberacao de supervisor). A mensalidade sai do suspense - e o
      * aluno do relatorio - quando posta na reciclagem ou quando e
      * baixada no FINWOMNT. Executar sob demanda, antes do periodo de
      * rematricula; o relatorio e regerado inteiro a cada execucao.
      * FINTRANS ausente = nenhum aluno bloqueado.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB271.
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
      *    SUSPENSE DE TRANSACOES REJEITADAS - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB102 (VER FD FINTRANS, LA).
           SELECT FINTRANS ASSIGN TO 'FINTRANS.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRANS.
      *    ARQUIVO DE TRABALHO DO SORT - MATRICULA + ID DA MENSALIDADE
           SELECT SD-MENSAL ASSIGN TO 'FINTUIBL.wrk'.
      *    MENSALIDADES EM ABERTO JA CLASSIFICADAS
           SELECT FINTUIBL-ORD ASSIGN TO 'FINTUIBL.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTUIBL-ORD.
      *    VINCULOS MATRICULA x CLIENTE x CONTA - PESQUISA (READ)
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA).
           SELECT FINALULK ASSIGN TO 'FINALULK.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINALULK-MATRICULA
                  FILE STATUS IS WS-FS-FINALULK.
      *    CADASTRO DE ESTUDANTES - NOME DO ALUNO (READ)
           SELECT ALUNOS   ASSIGN TO 'ALUNOS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALUNO-MATRICULA
                  FILE STATUS IS WS-FS-ALUNOS.
      *    RELATORIO DE ALUNOS BLOQUEADOS - SAIDA (WRITE)
           SELECT FINTUIBL ASSIGN TO 'FINTUIBL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTUIBL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINPB102 (VER FD FINTRANS, LA)
       FD  FINTRANS
           RECORDING MODE IS F
           RECORD CONTAINS 065 CHARACTERS.

       01  REG-FINTRANS.
           03  FINTRANS-CHAVE         PIC  X(017).
           03  FINTRANS-VL-TRAN       PIC  9(009)V99.
           03  FINTRANS-IND-TRAN      PIC  X(001).
           03  FINTRANS-MOTIVO        PIC  X(002).
           03  FINTRANS-ID-TRAN       PIC  9(010).
           03  FINTRANS-DT-EFETIVA    PIC  9(008).
           03  FINTRANS-COD-MOEDA     PIC  X(003).
           03  FINTRANS-COD-ORIGEM    PIC  X(002).
           03  FINTRANS-DT-PRIM-REJ   PIC  9(008).
           03  FINTRANS-QTD-RECICLO   PIC  9(003).
      *
      *    MENSALIDADE EM ABERTO, MATRICULA PRIMEIRO
       SD  SD-MENSAL
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-SD-MENSAL.
           03  SD-MEN-MATRICULA       PIC  9(005).
           03  SD-MEN-ID-TRAN         PIC  9(010).
           03  SD-MEN-VL-TRAN         PIC  9(009)V99.
           03  SD-MEN-DT-PRIM-REJ     PIC  9(008).
           03  SD-MEN-MOTIVO          PIC  X(002).
           03  SD-MEN-CHAVE           PIC  X(017).
           03  FILLER                 PIC  X(007).
      *
       FD  FINTUIBL-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINTUIBL-ORD.
           03  ORD-MATRICULA          PIC  9(005).
           03  ORD-ID-TRAN            PIC  9(010).
           03  ORD-VL-TRAN            PIC  9(009)V99.
           03  ORD-DT-PRIM-REJ        PIC  9(008).
           03  ORD-MOTIVO             PIC  X(002).
           03  ORD-CHAVE              PIC  X(017).
           03  FILLER                 PIC  X(007).
      *
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA)
       FD  FINALULK
           RECORD CONTAINS 028 CHARACTERS.

       01  REG-FINALULK.
           03  FINALULK-MATRICULA     PIC  9(005).
           03  FINALULK-CLIENTE       PIC  9(006).
           03  FINALULK-CHAVE-CONTA   PIC  X(017).
      *
       FD  ALUNOS
           RECORD CONTAINS 030 CHARACTERS.

       01  REG-ALUNO.
           03  ALUNO-MATRICULA        PIC  9(005).
           03  ALUNO-NOME-SOBRENOME   PIC  X(020).
           03  ALUNO-COD-CURSO        PIC  X(004).
           03  ALUNO-SEXO             PIC  X(001).
      *
       FD  FINTUIBL
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINTUIBL               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB271'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINTRANS         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTUIBL-ORD     PIC X(002)  VALUE '00'.
           05  WS-FS-FINALULK         PIC X(002)  VALUE '00'.
           05  WS-FS-ALUNOS           PIC X(002)  VALUE '00'.
           05  WS-FS-FINTUIBL         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-FINTRANS  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-MENSALIDADES    PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-ALUNOS          PIC 9(009)  VALUE ZEROS.
           05  WS-VL-TOTAL-DEVIDO     PIC 9(011)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINTRANS-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINTRANS               VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
      *    VINCULOS AUSENTES = CONTA PAGADORA NAO IMPRESSA
           05  WS-FINALULK-DISPONIVEL PIC X(001)  VALUE 'S'.
              88  FINALULK-DISPONIVEL        VALUE 'S'.
      *    CADASTRO DE ALUNOS AUSENTE = NOME NAO IMPRESSO
           05  WS-ALUNOS-DISPONIVEL   PIC X(001)  VALUE 'S'.
              88  ALUNOS-DISPONIVEL          VALUE 'S'.
      *
      *    ACUMULADORES DO ALUNO CORRENTE (QUEBRA POR MATRICULA)
           05  WS-MATRICULA-CORRENTE  PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-ALUNO           PIC 9(003)  VALUE ZEROS.
           05  WS-VL-ALUNO            PIC 9(011)V99 VALUE ZEROS.
           05  WS-DT-REJ-MAIS-ANTIGA  PIC 9(008)  VALUE ZEROS.
           05  WS-ULTIMO-MOTIVO       PIC X(002)  VALUE SPACES.
           05  WS-CONTA-DEBITADA      PIC X(017)  VALUE SPACES.
      *
      *    DECOMPOSICAO DO ID DA MENSALIDADE (MATRICULA x 100 + MES)
           05  WS-SEQ-MENSALIDADE     PIC 9(010)  VALUE ZEROS.
           05  WS-MATR-MENSALIDADE    PIC 9(006)  VALUE ZEROS.
           05  WS-MES-MENSALIDADE     PIC 9(002)  VALUE ZEROS.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    NOME DE ARQUIVO USADO NA CHAMADA A ROTINA DE SISTEMA
      *    CBL_DELETE_FILE (DESCARTE DO TRABALHO CLASSIFICADO)
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-DETALHE.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-MATRICULA   PIC 9(005).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-NOME        PIC X(020).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-CONTA       PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-CLIENTE     PIC X(006).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-DET-QTD         PIC ZZ9.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-DT-REJ      PIC 9(008).
           05  FILLER                 PIC X(004)  VALUE SPACES.
           05  WS-LIN-DET-MOTIVO      PIC X(002).
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-RESUMO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RES-DESC        PIC X(040).
           05  WS-LIN-RES-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-RES-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-MENSALIDADES
           PERFORM P2000-PROCESSA
           PERFORM P6000-IMPRIME-RESUMO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Abre os cadastros de apoio e o relatorio e imprime o
      * cabecalho. Vinculos ou alunos ausentes: a coluna fica vazia.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINALULK
           EVALUATE WS-FS-FINALULK
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINALULK-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINALULK - FILE '
                           'STATUS = ' WS-FS-FINALULK
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT ALUNOS
           EVALUATE WS-FS-ALUNOS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-ALUNOS-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT ALUNOS - FILE STATUS = '
                           WS-FS-ALUNOS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINTUIBL
           IF WS-FS-FINTUIBL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINTUIBL - FILE STATUS = '
                     WS-FS-FINTUIBL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINTUIBL
           STRING 'ALUNOS BLOQUEADOS PARA REMATRICULA - MENSALIDADE '
                  'EM ABERTO NO SUSPENSE - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINTUIBL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINTUIBL
           STRING '   MATR.  NOME                  CONTA PAGADORA     '
                  '  CLIENT  QTD  1A.REJEIC.  MT   '
                  '        VALOR DEVIDO'
                  DELIMITED BY SIZE  INTO REG-FINTUIBL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINTUIBL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-MENSALIDADES SECTION.
      * Classifica por MATRICULA + ID as mensalidades em aberto,
      * selecionadas pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-MENSALIDADES' TO WS-NOM-PARAGRAFO

           SORT SD-MENSAL
                ON ASCENDING KEY SD-MEN-MATRICULA
                                 SD-MEN-ID-TRAN
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING FINTUIBL-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DAS MENSALIDADES - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      * Libera para o SORT os debitos do suspense na faixa das
      * mensalidades; a matricula vem do proprio ID:
      * (ID-TRAN - 9.300.000.000) / 100. Suspense ausente = nenhum.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINTRANS
           EVALUATE WS-FS-FINTRANS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINTRANS - FILE STATUS = '
                           WS-FS-FINTRANS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINTRANS
              READ FINTRANS
                 AT END
                    MOVE 'S' TO WS-FIM-FINTRANS-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS-FINTRANS
                    IF FINTRANS-IND-TRAN EQUAL 'D'
                       AND FINTRANS-ID-TRAN NOT LESS 9300000000
                       AND FINTRANS-ID-TRAN NOT GREATER 9399999999
                       SUBTRACT 9300000000 FROM FINTRANS-ID-TRAN
                                GIVING WS-SEQ-MENSALIDADE
                       DIVIDE WS-SEQ-MENSALIDADE BY 100
                              GIVING WS-MATR-MENSALIDADE
                              REMAINDER WS-MES-MENSALIDADE
                       MOVE SPACES               TO REG-SD-MENSAL
                       MOVE WS-MATR-MENSALIDADE  TO SD-MEN-MATRICULA
                       MOVE FINTRANS-ID-TRAN     TO SD-MEN-ID-TRAN
                       MOVE FINTRANS-VL-TRAN     TO SD-MEN-VL-TRAN
                       MOVE FINTRANS-DT-PRIM-REJ TO SD-MEN-DT-PRIM-REJ
                       MOVE FINTRANS-MOTIVO      TO SD-MEN-MOTIVO
                       MOVE FINTRANS-CHAVE       TO SD-MEN-CHAVE
                       RELEASE REG-SD-MENSAL
                       ADD 1 TO WS-QTD-MENSALIDADES
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINTRANS

           .

      *-----------------------------------------------------------------
       P2000-PROCESSA SECTION.
      * Le as mensalidades classificadas; na quebra de matricula
      * imprime o aluno e o valor devido.
      *-----------------------------------------------------------------

           MOVE 'P2000-PROCESSA' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINTUIBL-ORD
           IF WS-FS-FINTUIBL-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINTUIBL.ord - FILE STATUS = '
                     WS-FS-FINTUIBL-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ FINTUIBL-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                    IF WS-QTD-ALUNO GREATER ZEROS
                       PERFORM P3000-IMPRIME-ALUNO
                    END-IF
                 NOT AT END
                    IF ORD-MATRICULA NOT EQUAL WS-MATRICULA-CORRENTE
                       AND WS-QTD-ALUNO GREATER ZEROS
                       PERFORM P3000-IMPRIME-ALUNO
                    END-IF
                    PERFORM P2500-ACUMULA-MENSALIDADE
              END-READ
           END-PERFORM

           CLOSE FINTUIBL-ORD

           .

      *-----------------------------------------------------------------
       P2500-ACUMULA-MENSALIDADE SECTION.
      *-----------------------------------------------------------------

           IF WS-QTD-ALUNO EQUAL ZEROS
              MOVE ORD-MATRICULA   TO WS-MATRICULA-CORRENTE
              MOVE ORD-DT-PRIM-REJ TO WS-DT-REJ-MAIS-ANTIGA
           END-IF

           ADD 1           TO WS-QTD-ALUNO
           ADD ORD-VL-TRAN TO WS-VL-ALUNO
           IF ORD-DT-PRIM-REJ LESS WS-DT-REJ-MAIS-ANTIGA
              MOVE ORD-DT-PRIM-REJ TO WS-DT-REJ-MAIS-ANTIGA
           END-IF
      *    Em ordem de ID, o ultimo e o mes mais recente.
           MOVE ORD-MOTIVO TO WS-ULTIMO-MOTIVO
           MOVE ORD-CHAVE  TO WS-CONTA-DEBITADA

           .

      *-----------------------------------------------------------------
       P3000-IMPRIME-ALUNO SECTION.
      * Uma linha por aluno bloqueado. Sem vinculo (desfeito depois do
      * faturamento), mostra a conta debitada, sem o cliente.
      *-----------------------------------------------------------------

           MOVE 'P3000-IMPRIME-ALUNO' TO WS-NOM-PARAGRAFO

           MOVE WS-MATRICULA-CORRENTE TO WS-LIN-DET-MATRICULA
           MOVE SPACES                TO WS-LIN-DET-NOME
           MOVE WS-CONTA-DEBITADA     TO WS-LIN-DET-CONTA
           MOVE SPACES                TO WS-LIN-DET-CLIENTE

           IF ALUNOS-DISPONIVEL
              MOVE WS-MATRICULA-CORRENTE TO ALUNO-MATRICULA
              READ ALUNOS
                 INVALID KEY
                    MOVE '(SEM CADASTRO)' TO WS-LIN-DET-NOME
                 NOT INVALID KEY
                    MOVE ALUNO-NOME-SOBRENOME TO WS-LIN-DET-NOME
              END-READ
           END-IF

           IF FINALULK-DISPONIVEL
              MOVE WS-MATRICULA-CORRENTE TO FINALULK-MATRICULA
              READ FINALULK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FINALULK-CHAVE-CONTA TO WS-LIN-DET-CONTA
                    MOVE FINALULK-CLIENTE     TO WS-LIN-DET-CLIENTE
              END-READ
           END-IF

           MOVE WS-QTD-ALUNO          TO WS-LIN-DET-QTD
           MOVE WS-DT-REJ-MAIS-ANTIGA TO WS-LIN-DET-DT-REJ
           MOVE WS-ULTIMO-MOTIVO      TO WS-LIN-DET-MOTIVO
           MOVE WS-VL-ALUNO           TO WS-LIN-DET-VALOR

           MOVE WS-LINHA-DETALHE TO REG-FINTUIBL
           PERFORM P7000-GRAVA-LINHA
           DISPLAY WS-LINHA-DETALHE

           ADD 1           TO WS-QTD-ALUNOS
           ADD WS-VL-ALUNO TO WS-VL-TOTAL-DEVIDO

           MOVE ZEROS  TO WS-QTD-ALUNO
                          WS-VL-ALUNO
                          WS-DT-REJ-MAIS-ANTIGA
           MOVE SPACES TO WS-ULTIMO-MOTIVO
                          WS-CONTA-DEBITADA

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-RESUMO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-RESUMO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINTUIBL
           PERFORM P7000-GRAVA-LINHA

           MOVE 'ALUNOS BLOQUEADOS / VALOR DEVIDO' TO WS-LIN-RES-DESC
           MOVE WS-QTD-ALUNOS                     TO WS-LIN-RES-QTD
           MOVE WS-VL-TOTAL-DEVIDO                TO WS-LIN-RES-VALOR
           MOVE WS-LINHA-RESUMO TO REG-FINTUIBL
           PERFORM P7000-GRAVA-LINHA
           MOVE 'MENSALIDADES EM ABERTO'          TO WS-LIN-RES-DESC
           MOVE WS-QTD-MENSALIDADES               TO WS-LIN-RES-QTD
           MOVE ZEROS                             TO WS-LIN-RES-VALOR
           MOVE WS-LINHA-RESUMO TO REG-FINTUIBL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINTUIBL    END-WRITE

           IF WS-FS-FINTUIBL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTUIBL - FILE STATUS = '
                     WS-FS-FINTUIBL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB271 - TERMINO COM ERRO'
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

           CLOSE FINTUIBL
           IF FINALULK-DISPONIVEL
              CLOSE FINALULK
           END-IF
           IF ALUNOS-DISPONIVEL
              CLOSE ALUNOS
           END-IF

           MOVE 'FINTUIBL.ord' TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB271 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD LIDOS FINTRANS          - '
                    WS-QTD-LIDOS-FINTRANS
           DISPLAY 'QTD MENSALIDADES EM ABERTO  - '
                    WS-QTD-MENSALIDADES
           DISPLAY 'QTD ALUNOS BLOQUEADOS       - ' WS-QTD-ALUNOS
           DISPLAY 'VALOR TOTAL DEVIDO          - '
                    WS-VL-TOTAL-DEVIDO
           DISPLAY '***************************************************'

           .
