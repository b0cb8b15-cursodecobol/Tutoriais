      *                                              (FINALMNT)
      *                                   ALUNOS   - NOME DO ALUNO NAS
      *                                              EXCECOES
      *                                   FINCUST  - OBITO DO CLIENTE
      *                                              PAGADOR (FINESMNT)
      *                                   FINTUIP  - PARAMETROS DO
      *                                              FATURAMENTO
      *              ARQUIVOS DE SAIDA  : FINTRANU - MENSALIDADES,
      *                                              FINTRAN DO PROXIMO
      *                                              CICLO
      *                                   FINTUIEX - EXCECOES (ALUNOS
      *                                              SEM VINCULO OU COM
      *                                              PAGADOR FALECIDO)
      *
      * ESPECIFICAÇÃO
      * EXECUTAR MENSALMENTE, NO DIA DO FATURAMENTO. Este job le os
      * - Matricula SEM vinculo sai no relatorio de excecao FINTUIEX
      *   (com o nome do aluno), para a secretaria resolver no
      *   FINALMNT;
      * - Matricula cujo cliente pagador do vinculo esta FALECIDO
      *   (obito registrado pelo FINESMNT) NAO e faturada: sai no
      *   FINTUIEX com o motivo, para a secretaria indicar o novo
      *   responsavel no FINALMNT;
      * - O arquivo de mensalidades recebe o trailer exigido pelo
      *   FINPB100 e e concatenado ao FINTRAN do proximo ciclo, como o
      *   FINTRANJ/FINTRANL - mensalidade que quicar flui pelo mesmo
      *   suspense/reciclagem de tudo o mais.
      ******************************************************************
      * VRS002 - 15/10/2026 - ESPOLIO: MATRICULA COM CLIENTE PAGADOR
      *                       FALECIDO (FINCUST) DEIXA DE SER FATURADA
      *                       E VAI PARA A EXCECAO, COM O MOTIVO.
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALUNO-MATRICULA
                  FILE STATUS IS WS-FS-ALUNOS.
      *    CADASTRO DE CLIENTES - OBITO DO PAGADOR (READ, OPCIONAL)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA).
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    PARAMETROS DO FATURAMENTO (UM REGISTRO, OBRIGATORIO)
           SELECT FINTUIP  ASSIGN TO 'FINTUIP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
           SELECT FINTRANU ASSIGN TO 'FINTRANU.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRANU.
      *    EXCECOES (SEM VINCULO/PAGADOR FALECIDO) - SAIDA (WRITE)
           SELECT FINTUIEX ASSIGN TO 'FINTUIEX.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTUIEX.
           03  FINALULK-MATRICULA     PIC  9(005).
           03  FINALULK-CLIENTE       PIC  9(006).
           03  FINALULK-CHAVE-CONTA   PIC  X(017).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA)
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FILLER                 PIC  X(072).
           03  FINCUST-SIT-ESPOLIO    PIC  X(001).
              88  FINCUST-FALECIDO           VALUE 'O' 'H'.
           03  FILLER                 PIC  X(143).
      *
       FD  ALUNOS
           RECORD CONTAINS 030 CHARACTERS.
           05  WS-FS-FINTUIP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANU         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTUIEX         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-NOTAS     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-ALUNOS-PERIODO  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FATURADOS       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-VINCULO     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-PAGADOR-FALECIDO PIC 9(009) VALUE ZEROS.
           05  WS-VL-SOMA-FINTRANU    PIC 9(011)V99 VALUE ZEROS.
      *
           05  WS-FIM-NOTAS-SW        PIC X(001)  VALUE 'N'.
      *    VINCULOS AUSENTES = TODOS OS ALUNOS SEM VINCULO
           05  WS-FINALULK-DISPONIVEL PIC X(001)  VALUE 'S'.
              88  FINALULK-DISPONIVEL        VALUE 'S'.
      *    CLIENTES AUSENTES = NENHUM PAGADOR FALECIDO
           05  WS-FINCUST-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
      *
      *    PARAMETROS EFETIVOS
           05  WS-PERIODO-LETIVO      PIC X(006)  VALUE SPACES.
           05  WS-DIU-COD-RETORNO     PIC X(002).
      *
      *-----------------------------------------------------------------
      * LINHA DE EXCECAO (ALUNO SEM VINCULO OU PAGADOR FALECIDO)
      *-----------------------------------------------------------------
       01  WS-LINHA-EXCECAO.
           05  WS-LIN-EXC-MATRICULA   PIC 9(005).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-EXC-NOME        PIC X(020).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-EXC-MOTIVO      PIC X(028).
      *
      ******************************************************************
       PROCEDURE DIVISION.
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINCUST
           EVALUATE WS-FS-FINCUST
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCUST-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCUST - FILE '
                           'STATUS = ' WS-FS-FINCUST
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
      *-----------------------------------------------------------------
       P2000-FATURA-ALUNO SECTION.
      * Gera o debito da mensalidade do aluno corrente; sem vinculo,
      * ou com o cliente pagador falecido, o aluno vai para o
      * relatorio de excecao.
      *-----------------------------------------------------------------

           MOVE 'P2000-FATURA-ALUNO' TO WS-NOM-PARAGRAFO
              MOVE NOTA-MATRICULA TO FINALULK-MATRICULA
              READ FINALULK
                 INVALID KEY
                    MOVE 'SEM VINCULO (VER FINALMNT)'
                      TO WS-LIN-EXC-MOTIVO
                    PERFORM P3000-EXCECAO-SEM-VINCULO
                 NOT INVALID KEY
                    PERFORM P2100-VERIFICA-PAGADOR
              END-READ
           ELSE
              MOVE 'SEM VINCULO (VER FINALMNT)' TO WS-LIN-EXC-MOTIVO
              PERFORM P3000-EXCECAO-SEM-VINCULO
           END-IF

           .

      *-----------------------------------------------------------------
       P2100-VERIFICA-PAGADOR SECTION.
      * Pagador do vinculo com obito registrado (FINESMNT): a
      * mensalidade nao e gerada e a matricula vai para a excecao.
      *-----------------------------------------------------------------

           MOVE 'P2100-VERIFICA-PAGADOR' TO WS-NOM-PARAGRAFO

           IF FINCUST-DISPONIVEL
              MOVE FINALULK-CLIENTE TO FINCUST-ID
              READ FINCUST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FINCUST-FALECIDO
                       MOVE 'PAGADOR FALECIDO (ESPOLIO)'
                         TO WS-LIN-EXC-MOTIVO
                       PERFORM P3000-EXCECAO-SEM-VINCULO
                       ADD 1 TO WS-QTD-PAGADOR-FALECIDO
                       EXIT SECTION
                    END-IF
              END-READ
              IF WS-FS-FINCUST NOT EQUAL '00' AND '23'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINCUST - FILE STATUS = '
                        WS-FS-FINCUST
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           PERFORM P2500-GRAVA-FINTRANU

           .

      *-----------------------------------------------------------------
       P2500-GRAVA-FINTRANU SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       P3000-EXCECAO-SEM-VINCULO SECTION.
      * Aluno ativo no periodo sem vinculo financeiro (ou com o
      * pagador falecido - motivo em WS-LIN-EXC-MOTIVO): excecao para
      * a secretaria resolver no FINALMNT.
      *-----------------------------------------------------------------

           MOVE 'P3000-EXCECAO-SEM-VINCULO' TO WS-NOM-PARAGRAFO
              IF FINALULK-DISPONIVEL
                 CLOSE FINALULK
              END-IF
              IF FINCUST-DISPONIVEL
                 CLOSE FINCUST
              END-IF
           END-IF

           DISPLAY '***************************************************'
                    WS-VL-SOMA-FINTRANU
           DISPLAY 'QTD ALUNOS SEM VINCULO      - '
                    WS-QTD-SEM-VINCULO
           DISPLAY '  DOS QUAIS PAGADOR FALECIDO- '
                    WS-QTD-PAGADOR-FALECIDO
           DISPLAY 'VENCIMENTO DAS MENSALIDADES - ' WS-DT-VENCIMENTO
           DISPLAY '***************************************************'

