      *                                   ALUNOS - CADASTRO DE
      *                                            ESTUDANTES (NOME DO
      *                                            ALUNO NO RELATORIO)
      *                                   CURSOS - CATALOGO DE CURSOS
      *                                            (MEDIA MINIMA POR
      *                                            CURSO)
      *              SAIDA: RELATORIO NA SAIDA PADRAO, POR CURSO
      *
      * ESPECIFICAÇÃO
      * O operador informa o periodo letivo (AAAAPP) e a media minima
      * de aprovacao (em decimos - EX.: 070 = 7,0); branco/zero = a
      * media minima de cada curso no catalogo CURSOS.dat (7,0 para
      * curso fora do catalogo ou sem o arquivo), a mesma usada pelo
      * historico escolar (NOTAHIS).
      * O programa varre o cadastro de notas, seleciona os registros do
      * periodo, calcula a media ((NOTA 1 + NOTA 2) / 2) e classifica
      * os alunos por curso, emitindo uma linha por aluno (matricula,
      * frequencia abaixo de 75% e reprovado independentemente da
      * media, na convencao usual.
      ******************************************************************
      * VRS002 - 15/10/2026 - CATALOGO DE CURSOS: MEDIA MINIMA NAO
      *                       INFORMADA PASSA A SER A DO CURSO NO
      *                       CURSOS.dat (ANTES, 7,0 FIXO).
      * VRS001 - 22/08/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALUNO-MATRICULA
                  FILE STATUS IS WS-FS-ALUNOS.
      *    CATALOGO DE CURSOS - MEDIA MINIMA DO CURSO (READ RANDOM)
      *    MESMA DEFINICAO USADA PELO CURSOMNT (VER FD CURSOS, LA).
           SELECT CURSOS   ASSIGN TO 'CURSOS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CURSO-COD-CURSO
                  FILE STATUS IS WS-FS-CURSOS.
      *    ARQUIVO DE TRABALHO DO SORT - CURSO + MATRICULA
           SELECT SD-BOLETIM ASSIGN TO 'NOTAREL.wrk'.
      *    BOLETIM JA CLASSIFICADO POR CURSO + MATRICULA
           03  ALUNO-NOME-SOBRENOME   PIC  X(020).
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
       SD  SD-BOLETIM
           RECORD CONTAINS 016 CHARACTERS.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'NOTAREL'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '002'.
      *
           05  WS-FS-NOTAS            PIC X(002)  VALUE '00'.
           05  WS-FS-ALUNOS           PIC X(002)  VALUE '00'.
           05  WS-FS-CURSOS           PIC X(002)  VALUE '00'.
      *
           05  WS-CATALOGO-SW         PIC X(001)  VALUE 'S'.
              88  CATALOGO-DISPONIVEL        VALUE 'S'.
           05  WS-MEDIA-MINIMA        PIC 9(002)V9 VALUE ZEROS.
           05  WS-FS-NOTAREL-ORD      PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-NOTAS     PIC 9(010)  VALUE ZEROS.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '
           ACCEPT WS-PAR-PERIODO

           DISPLAY 'MEDIA MINIMA (DECIMOS - EX.: 070 = 7,0; '
                   '0 = DO CATALOGO): '
           ACCEPT WS-PAR-MEDIA-MINIMA

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00'
              PERFORM P8000-ERRO
           END-IF

           IF WS-PAR-MEDIA-MINIMA EQUAL ZEROS
              OPEN INPUT CURSOS
              EVALUATE WS-FS-CURSOS
                  WHEN '00'
                       CONTINUE
                  WHEN '35'
                       MOVE 'N' TO WS-CATALOGO-SW
                  WHEN OTHER
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - OPEN INPUT CURSOS - FILE '
                              'STATUS = ' WS-FS-CURSOS
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
              END-EVALUATE
           ELSE
              MOVE 'N' TO WS-CATALOGO-SW
           END-IF

           .

      *-----------------------------------------------------------------
                       MOVE NOTA-MATRICULA  TO SD-BOL-MATRICULA
                       MOVE WS-MEDIA        TO SD-BOL-MEDIA
                       MOVE NOTA-FREQUENCIA TO SD-BOL-FREQUENCIA
                       PERFORM P1600-MEDIA-MINIMA
      *                Frequencia abaixo de 75% reprova mesmo com media
                       IF WS-MEDIA NOT LESS WS-MEDIA-MINIMA
                          AND NOTA-FREQUENCIA NOT LESS 75
                          MOVE 'A' TO SD-BOL-SITUACAO
                       ELSE

           .

      *-----------------------------------------------------------------
       P1600-MEDIA-MINIMA SECTION.
      * Media minima do registro: a informada pelo operador ou, sem
      * ela, a do curso no catalogo (7,0 fora do catalogo).
      *-----------------------------------------------------------------

           IF WS-PAR-MEDIA-MINIMA NOT EQUAL ZEROS
              MOVE WS-PAR-MEDIA-MINIMA TO WS-MEDIA-MINIMA
              EXIT SECTION
           END-IF

           MOVE 7,0 TO WS-MEDIA-MINIMA
           IF CATALOGO-DISPONIVEL
              MOVE NOTA-COD-CURSO TO CURSO-COD-CURSO
              READ CURSOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CURSO-MEDIA-MINIMA TO WS-MEDIA-MINIMA
              END-READ
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-RELATORIO SECTION.
      * Le o boletim classificado e emite o relatorio por curso, com
      *-----------------------------------------------------------------

           CLOSE ALUNOS
           IF CATALOGO-DISPONIVEL
              CLOSE CURSOS
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
