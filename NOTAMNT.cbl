      *                                  PELO ENTRADA-DE-DADOS), USADO
      *                                  PARA VALIDAR A MATRICULA ANTES
      *                                  DE ACEITAR NOTAS
      *                         CURSOS - CATALOGO DE CURSOS (MANTIDO
      *                                  PELO CURSOMNT): CURSO E
      *                                  PRE-REQUISITOS NA INCLUSAO
      *                         FINTRANS - SUSPENSE: MENSALIDADES
      *                                  (FINPB270) DO ALUNO QUE NAO
      *                                  POSTARAM
      *                         FINALULK - VINCULO MATRICULA x CLIENTE
      *                                  x CONTA (CONTA PAGADORA)
      *                         NOTALIB - LIBERACOES DE MATRICULA COM
      *                                  MENSALIDADE EM ABERTO (EXTEND)
      *
      * ESPECIFICAÇÃO
      * O registro academico (ALUNOS.dat) ja sobrevive entre sessoes,
      * em decimos - EX.: 075 = 7,5) e a frequencia (percentual 000 a
      * 100). O fechamento do periodo (media e aprovacao por curso) e
      * feito pelo relatorio NOTAREL.
      * A inclusao e a matricula do aluno no curso/periodo: com o
      * catalogo CURSOS.dat em uso, o curso precisa estar cadastrado e
      * o aluno precisa ter sido aprovado em cada pre-requisito num
      * periodo ANTERIOR ao informado (media (NOTA 1 + NOTA 2) / 2 nao
      * menor que a media minima do pre-requisito no catalogo e
      * frequencia de pelo menos 75%); senao a inclusao e recusada,
      * listando os pre-requisitos nao cumpridos. Sem CURSOS.dat a
      * inclusao segue sem essas verificacoes, com aviso.
      * Na PRIMEIRA inclusao do aluno em um periodo (rematricula), o
      * suspense FINTRANS.dat e conferido: debito de mensalidade do
      * FINPB270 (faixa 9.300.000.000 + MATRICULA x 100 + MES) do
      * aluno ainda parado la bloqueia a matricula. O debito sai do
      * suspense quando posta (FINPB102/FINPB100) ou quando e baixado
      * no FINWOMNT, e com isso o bloqueio cai sozinho. Um SUPERVISOR
      * (perfil 'S') pode liberar a matricula mesmo assim; a liberacao
      * fica registrada em NOTALIB.dat. Os alunos bloqueados, com o
      * valor devido, saem no relatorio FINPB271.
      ******************************************************************
      * VRS005 - 15/10/2026 - REMATRICULA COM MENSALIDADE EM ABERTO NO
      *                       SUSPENSE (FINTRANS) E RECUSADA, SALVO
      *                       LIBERACAO DE SUPERVISOR (NOTALIB.dat).
      * VRS004 - 15/10/2026 - CATALOGO DE CURSOS: A INCLUSAO EXIGE CURSO
      *                       CADASTRADO NO CURSOS.dat E APROVACAO NOS
      *                       PRE-REQUISITOS EM PERIODO ANTERIOR.
      * VRS003 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS002 - 22/08/2026 - IDENTIFICACAO DE OPERADOR: A MANUTENCAO
      *                       PASSA A EXIGIR SIGN-ON PELA SRSIGNON,
      *                       COM PERFIL DE MANUTENCAO OU SUPERVISOR.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    CADASTRO DE NOTAS - ACESSO DIRETO, E START + READ NEXT NO
      *    HISTORICO DO ALUNO EM UM PRE-REQUISITO
           SELECT NOTAS    ASSIGN TO 'NOTAS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTA-CHAVE
                  FILE STATUS IS WS-FS-NOTAS.
      *    CADASTRO DE ESTUDANTES - VALIDACAO DA MATRICULA (READ)
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALUNO-MATRICULA
                  FILE STATUS IS WS-FS-ALUNOS.
      *    CATALOGO DE CURSOS - CURSO E PRE-REQUISITOS (READ)
      *    MESMA DEFINICAO USADA PELO CURSOMNT (VER FD CURSOS, LA).
           SELECT CURSOS   ASSIGN TO 'CURSOS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CURSO-COD-CURSO
                  FILE STATUS IS WS-FS-CURSOS.
      *    SUSPENSE - MENSALIDADES NAO POSTADAS (READ; ABERTO A CADA
      *    CONSULTA, POIS O FINPB102/FINWOMNT O REGRAVAM)
      *    MESMA DEFINICAO USADA PELO FINPB102 (VER FD FINTRANS, LA).
           SELECT FINTRANS ASSIGN TO 'FINTRANS.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRANS.
      *    VINCULOS MATRICULA x CLIENTE x CONTA - PESQUISA (READ)
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA).
           SELECT FINALULK ASSIGN TO 'FINALULK.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINALULK-MATRICULA
                  FILE STATUS IS WS-FS-FINALULK.
      *    LIBERACOES DE MATRICULA COM MENSALIDADE EM ABERTO - SAIDA
      *    (WRITE, EXTEND)
           SELECT NOTALIB  ASSIGN TO 'NOTALIB.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-NOTALIB.

      ******************************************************************
       DATA DIVISION.
           03  ALUNO-COD-CURSO        PIC  X(004).
           03  ALUNO-SEXO             PIC  X(001).
      *
      *    MESMA DEFINICAO USADA PELO CURSOMNT (VER FD CURSOS, LA)
       FD  CURSOS
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-CURSO.
           03  CURSO-COD-CURSO        PIC  X(004).
           03  CURSO-NOME             PIC  X(030).
           03  CURSO-CARGA-HORARIA    PIC  9(003).
           03  CURSO-MEDIA-MINIMA     PIC  9(002)V9.
           03  CURSO-QTD-PREREQ       PIC  9(001).
           03  CURSO-PREREQ           PIC  X(004)  OCCURS 5 TIMES.
           03  CURSO-DT-ALTERACAO     PIC  9(008).
           03  CURSO-OPER-ALTERACAO   PIC  X(008).
           03  FILLER                 PIC  X(023).
      *
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
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA)
       FD  FINALULK
           RECORD CONTAINS 028 CHARACTERS.

       01  REG-FINALULK.
           03  FINALULK-MATRICULA     PIC  9(005).
           03  FINALULK-CLIENTE       PIC  9(006).
           03  FINALULK-CHAVE-CONTA   PIC  X(017).
      *
      *    LIBERACAO: QUEM LIBEROU, QUANDO, QUAL MATRICULA E QUANTO
      *    ESTAVA EM ABERTO
       FD  NOTALIB
           RECORD CONTAINS 064 CHARACTERS.

       01  REG-NOTALIB.
           03  NOTALIB-DATA           PIC  9(008).
           03  NOTALIB-HORA           PIC  9(006).
           03  NOTALIB-SUPERVISOR     PIC  X(008).
           03  NOTALIB-MATRICULA      PIC  9(005).
           03  NOTALIB-COD-CURSO      PIC  X(004).
           03  NOTALIB-PERIODO        PIC  X(006).
           03  NOTALIB-QTD-ABERTO     PIC  9(003).
           03  NOTALIB-VL-ABERTO      PIC  9(009)V99.
           03  FILLER                 PIC  X(013).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'NOTAMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '005'.
      *
           05  WS-FS-NOTAS            PIC X(002)  VALUE '00'.
           05  WS-FS-ALUNOS           PIC X(002)  VALUE '00'.
           05  WS-FS-CURSOS           PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANS         PIC X(002)  VALUE '00'.
           05  WS-FS-FINALULK         PIC X(002)  VALUE '00'.
           05  WS-FS-NOTALIB          PIC X(002)  VALUE '00'.
      *
      *    REMATRICULA: MENSALIDADES DO ALUNO PARADAS NO SUSPENSE
           05  WS-MATR-LIBERADA-SW    PIC X(001)  VALUE 'S'.
              88  MATRICULA-LIBERADA         VALUE 'S'.
           05  WS-PERIODO-NOVO-SW     PIC X(001)  VALUE 'S'.
              88  PERIODO-NOVO               VALUE 'S'.
           05  WS-FIM-FINTRANS-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINTRANS               VALUE 'S'.
           05  WS-FINALULK-SW         PIC X(001)  VALUE 'S'.
              88  FINALULK-DISPONIVEL        VALUE 'S'.
           05  WS-QTD-ABERTO          PIC 9(003)  VALUE ZEROS.
           05  WS-VL-ABERTO           PIC 9(009)V99 VALUE ZEROS.
           05  WS-SEQ-DO-DEBITO       PIC 9(010)  VALUE ZEROS.
           05  WS-MATR-DO-DEBITO      PIC 9(006)  VALUE ZEROS.
           05  WS-MES-DO-DEBITO       PIC 9(002)  VALUE ZEROS.
           05  WS-VL-EDITADO          PIC ZZZ.ZZZ.ZZ9,99.
           05  WS-HORA-LIB            PIC 9(008)  VALUE ZEROS.
      *
           05  WS-CATALOGO-SW         PIC X(001)  VALUE 'S'.
              88  CATALOGO-DISPONIVEL        VALUE 'S'.
           05  WS-PREREQ-ATENDIDO-SW  PIC X(001)  VALUE 'S'.
              88  PREREQ-ATENDIDO            VALUE 'S'.
           05  WS-APROVADO-SW         PIC X(001)  VALUE 'N'.
              88  APROVADO-NO-PREREQ         VALUE 'S'.
           05  WS-FIM-HISTORICO-SW    PIC X(001)  VALUE 'N'.
              88  FIM-HISTORICO              VALUE 'S'.
           05  WS-MEDIA               PIC 9(002)V9 VALUE ZEROS.
           05  WS-MEDIA-MINIMA-PRE    PIC 9(002)V9 VALUE ZEROS.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-NOT-FREQUENCIA      PIC  9(003)  VALUE ZEROS.
           05  WS-NOT-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * PRE-REQUISITOS DO CURSO EM INCLUSAO (COPIADOS DO CATALOGO, QUE
      * E RELIDO PARA A MEDIA MINIMA DE CADA PRE-REQUISITO)
      *-----------------------------------------------------------------
       01  WS-TAB-PREREQUISITOS.
           05  WS-QTD-PREREQ          PIC 9(001)  VALUE ZEROS.
           05  WS-TAB-PRE OCCURS 5 TIMES
                           INDEXED BY WS-IDX-PRE.
               10  WS-PRE-COD-CURSO   PIC X(004).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      ******************************************************************
       PROCEDURE DIVISION.

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              PERFORM P8000-ERRO
           END-IF

      *    Catalogo ausente: inclusao sem verificacao de curso e de
      *    pre-requisitos.
           OPEN INPUT CURSOS
           EVALUATE WS-FS-CURSOS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-CATALOGO-SW
                    DISPLAY 'AVISO - CATALOGO DE CURSOS (CURSOS.dat) '
                            'AUSENTE - PRE-REQUISITOS NAO VERIFICADOS.'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT CURSOS - FILE STATUS = '
                           WS-FS-CURSOS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

      *    Vinculos ausentes: a conta pagadora so nao e exibida.
           OPEN INPUT FINALULK
           EVALUATE WS-FS-FINALULK
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINALULK-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINALULK - FILE '
                           'STATUS = ' WS-FS-FINALULK
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA NOTAMNT - NOTAS E FREQUENCIA'
           DISPLAY '***************************************************'
      *-----------------------------------------------------------------
       P2000-INCLUIR-NOTA SECTION.
      * Inclui o registro de notas de um aluno no curso/periodo;
      * rejeita chave ja cadastrada, curso fora do catalogo, aluno sem
      * os pre-requisitos (P2500) e rematricula com mensalidade em
      * aberto nao liberada por supervisor (P2700).
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-NOTA' TO WS-NOM-PARAGRAFO
              END-IF

              IF WS-FS-NOTAS EQUAL '23'
                 PERFORM P2500-VERIFICA-PREREQ
              END-IF

              IF WS-FS-NOTAS EQUAL '23' AND PREREQ-ATENDIDO
                 PERFORM P2700-VERIFICA-MENSALIDADE
              END-IF

              IF WS-FS-NOTAS EQUAL '23' AND PREREQ-ATENDIDO
                 AND MATRICULA-LIBERADA
                 PERFORM P1700-PEDE-NOTAS

                 MOVE WS-NOT-MATRICULA  TO NOTA-MATRICULA

           .

      *-----------------------------------------------------------------
       P2500-VERIFICA-PREREQ SECTION.
      * Com o catalogo em uso, o curso precisa estar cadastrado e o
      * aluno aprovado em cada pre-requisito em periodo anterior ao
      * informado. Lista todos os pre-requisitos nao cumpridos. O
      * resultado fica em WS-PREREQ-ATENDIDO-SW; WS-FS-NOTAS volta a
      * '23' (chave livre) para a inclusao.
      *-----------------------------------------------------------------

           MOVE 'P2500-VERIFICA-PREREQ' TO WS-NOM-PARAGRAFO

           MOVE 'S' TO WS-PREREQ-ATENDIDO-SW

           IF NOT CATALOGO-DISPONIVEL
              EXIT SECTION
           END-IF

           MOVE WS-NOT-COD-CURSO TO CURSO-COD-CURSO
           READ CURSOS
              INVALID KEY
                 DISPLAY 'CURSO NAO CADASTRADO NO CATALOGO (CURSOMNT)'
                         ' - INCLUSAO RECUSADA.'
                 MOVE 'N' TO WS-PREREQ-ATENDIDO-SW
                 EXIT SECTION
           END-READ
           IF WS-FS-CURSOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'CURSO: ' CURSO-NOME

           MOVE ZEROS TO WS-QTD-PREREQ
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > CURSO-QTD-PREREQ
                      OR WS-IDX-PRE > 5
              ADD 1 TO WS-QTD-PREREQ
              MOVE CURSO-PREREQ(WS-IDX-PRE)
                TO WS-PRE-COD-CURSO(WS-IDX-PRE)
           END-PERFORM

           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-QTD-PREREQ
              PERFORM P2600-VERIFICA-APROVACAO
              IF NOT APROVADO-NO-PREREQ
                 DISPLAY 'PRE-REQUISITO ' WS-PRE-COD-CURSO(WS-IDX-PRE)
                         ' NAO CUMPRIDO EM PERIODO ANTERIOR A '
                         WS-NOT-PERIODO '.'
                 MOVE 'N' TO WS-PREREQ-ATENDIDO-SW
              END-IF
           END-PERFORM

           IF NOT PREREQ-ATENDIDO
              DISPLAY 'INCLUSAO RECUSADA - PRE-REQUISITOS PENDENTES.'
           END-IF

           MOVE '23' TO WS-FS-NOTAS

           .

      *-----------------------------------------------------------------
       P2600-VERIFICA-APROVACAO SECTION.
      * Percorre as notas do aluno no pre-requisito (chave MATRICULA +
      * CURSO + PERIODO) ate o periodo anterior ao da inclusao,
      * procurando uma aprovacao (media nao menor que a media minima
      * do pre-requisito - 7,0 se ele saiu do catalogo - e frequencia
      * de pelo menos 75%).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-APROVADO-SW
           MOVE 'N' TO WS-FIM-HISTORICO-SW

           MOVE WS-PRE-COD-CURSO(WS-IDX-PRE) TO CURSO-COD-CURSO
           READ CURSOS
              INVALID KEY
                 MOVE 7,0 TO WS-MEDIA-MINIMA-PRE
              NOT INVALID KEY
                 MOVE CURSO-MEDIA-MINIMA TO WS-MEDIA-MINIMA-PRE
           END-READ

           MOVE WS-NOT-MATRICULA             TO NOTA-MATRICULA
           MOVE WS-PRE-COD-CURSO(WS-IDX-PRE) TO NOTA-COD-CURSO
           MOVE LOW-VALUES                   TO NOTA-PERIODO
           START NOTAS KEY NOT LESS THAN NOTA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-HISTORICO-SW
           END-START

           PERFORM UNTIL FIM-HISTORICO OR APROVADO-NO-PREREQ
              READ NOTAS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-HISTORICO-SW
                 NOT AT END
                    IF NOTA-MATRICULA NOT EQUAL WS-NOT-MATRICULA
                       OR NOTA-COD-CURSO
                          NOT EQUAL WS-PRE-COD-CURSO(WS-IDX-PRE)
                       OR NOTA-PERIODO NOT LESS WS-NOT-PERIODO
                       MOVE 'S' TO WS-FIM-HISTORICO-SW
                    ELSE
                       COMPUTE WS-MEDIA ROUNDED =
                               (NOTA-NOTA-1 + NOTA-NOTA-2) / 2
                       IF WS-MEDIA NOT LESS WS-MEDIA-MINIMA-PRE
                          AND NOTA-FREQUENCIA NOT LESS 75
                          MOVE 'S' TO WS-APROVADO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2700-VERIFICA-MENSALIDADE SECTION.
      * Rematricula (primeira inclusao do aluno no periodo): soma as
      * mensalidades do aluno paradas no suspense. Havendo, so um
      * supervisor libera, com registro em NOTALIB. O resultado fica em
      * WS-MATR-LIBERADA-SW; WS-FS-NOTAS volta a '23' para a inclusao.
      *-----------------------------------------------------------------

           MOVE 'P2700-VERIFICA-MENSALIDADE' TO WS-NOM-PARAGRAFO

           MOVE 'S' TO WS-MATR-LIBERADA-SW

           PERFORM P2750-VERIFICA-PERIODO-NOVO
           MOVE '23' TO WS-FS-NOTAS
           IF NOT PERIODO-NOVO
              EXIT SECTION
           END-IF

           PERFORM P2800-SOMA-DEBITOS-ABERTOS
           IF WS-QTD-ABERTO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WS-VL-ABERTO TO WS-VL-EDITADO
           DISPLAY 'MENSALIDADES EM ABERTO NO SUSPENSE: ' WS-QTD-ABERTO
                   '  TOTAL: ' WS-VL-EDITADO
           IF FINALULK-DISPONIVEL
              MOVE WS-NOT-MATRICULA TO FINALULK-MATRICULA
              READ FINALULK
                 INVALID KEY
                    DISPLAY 'ALUNO SEM VINCULO FINANCEIRO (FINALMNT).'
                 NOT INVALID KEY
                    DISPLAY 'CONTA PAGADORA: ' FINALULK-CHAVE-CONTA
                            '  CLIENTE: ' FINALULK-CLIENTE
              END-READ
           END-IF

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'MATRICULA BLOQUEADA POR MENSALIDADE EM ABERTO -'
                      ' SOMENTE SUPERVISOR LIBERA.'
              MOVE 'N' TO WS-MATR-LIBERADA-SW
              EXIT SECTION
           END-IF

           DISPLAY 'LIBERAR A MATRICULA MESMO ASSIM (S/N)? '
           ACCEPT WS-NOT-RESPOSTA
           IF WS-NOT-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'MATRICULA NAO LIBERADA.'
              MOVE 'N' TO WS-MATR-LIBERADA-SW
              EXIT SECTION
           END-IF

           PERFORM P2900-REGISTRA-LIBERACAO

           .

      *-----------------------------------------------------------------
       P2750-VERIFICA-PERIODO-NOVO SECTION.
      * O aluno ja tem algum curso no periodo informado? Entao a
      * rematricula ja aconteceu e a inclusao e de mais um curso.
      *-----------------------------------------------------------------

           MOVE 'S' TO WS-PERIODO-NOVO-SW
           MOVE 'N' TO WS-FIM-HISTORICO-SW

           MOVE WS-NOT-MATRICULA TO NOTA-MATRICULA
           MOVE LOW-VALUES       TO NOTA-COD-CURSO
                                    NOTA-PERIODO
           START NOTAS KEY NOT LESS THAN NOTA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-HISTORICO-SW
           END-START

           PERFORM UNTIL FIM-HISTORICO OR NOT PERIODO-NOVO
              READ NOTAS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-HISTORICO-SW
                 NOT AT END
                    IF NOTA-MATRICULA NOT EQUAL WS-NOT-MATRICULA
                       MOVE 'S' TO WS-FIM-HISTORICO-SW
                    ELSE
                       IF NOTA-PERIODO EQUAL WS-NOT-PERIODO
                          MOVE 'N' TO WS-PERIODO-NOVO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2800-SOMA-DEBITOS-ABERTOS SECTION.
      * Varre o suspense: debito da faixa de mensalidades cuja
      * matricula (ID-TRAN - 9.300.000.000) / 100 e a do aluno.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-QTD-ABERTO
                         WS-VL-ABERTO
           MOVE 'N'   TO WS-FIM-FINTRANS-SW

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
                    IF FINTRANS-IND-TRAN EQUAL 'D'
                       AND FINTRANS-ID-TRAN NOT LESS 9300000000
                       AND FINTRANS-ID-TRAN NOT GREATER 9399999999
                       SUBTRACT 9300000000 FROM FINTRANS-ID-TRAN
                                GIVING WS-SEQ-DO-DEBITO
                       DIVIDE WS-SEQ-DO-DEBITO BY 100
                              GIVING WS-MATR-DO-DEBITO
                              REMAINDER WS-MES-DO-DEBITO
                       IF WS-MATR-DO-DEBITO EQUAL WS-NOT-MATRICULA
                          ADD 1                TO WS-QTD-ABERTO
                          ADD FINTRANS-VL-TRAN TO WS-VL-ABERTO
                          MOVE FINTRANS-VL-TRAN TO WS-VL-EDITADO
                          DISPLAY '   MENSALIDADE ' FINTRANS-ID-TRAN
                                  ' VALOR ' WS-VL-EDITADO
                                  ' MOTIVO ' FINTRANS-MOTIVO
                                  ' DESDE ' FINTRANS-DT-PRIM-REJ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINTRANS

           .

      *-----------------------------------------------------------------
       P2900-REGISTRA-LIBERACAO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P2900-REGISTRA-LIBERACAO' TO WS-NOM-PARAGRAFO

           OPEN EXTEND NOTALIB
           IF WS-FS-NOTALIB EQUAL '35'
              OPEN OUTPUT NOTALIB
           END-IF
           IF WS-FS-NOTALIB NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND NOTALIB - FILE STATUS = '
                     WS-FS-NOTALIB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES           TO REG-NOTALIB
           ACCEPT NOTALIB-DATA   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LIB    FROM TIME
           MOVE WS-HORA-LIB(1:6) TO NOTALIB-HORA
           MOVE WS-SGN-COD-OPER  TO NOTALIB-SUPERVISOR
           MOVE WS-NOT-MATRICULA TO NOTALIB-MATRICULA
           MOVE WS-NOT-COD-CURSO TO NOTALIB-COD-CURSO
           MOVE WS-NOT-PERIODO   TO NOTALIB-PERIODO
           MOVE WS-QTD-ABERTO    TO NOTALIB-QTD-ABERTO
           MOVE WS-VL-ABERTO     TO NOTALIB-VL-ABERTO

           WRITE REG-NOTALIB    END-WRITE
           IF WS-FS-NOTALIB NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE NOTALIB - FILE STATUS = '
                     WS-FS-NOTALIB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           CLOSE NOTALIB

           DISPLAY 'MATRICULA LIBERADA PELO SUPERVISOR '
                   WS-SGN-COD-OPER '.'

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-NOTA SECTION.
      * Altera as notas/frequencia de um registro ja cadastrado.

           CLOSE NOTAS
                 ALUNOS
           IF CATALOGO-DISPONIVEL
              CLOSE CURSOS
           END-IF
           IF FINALULK-DISPONIVEL
              CLOSE FINALULK
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA NOTAMNT - TERMINO NORMAL'
