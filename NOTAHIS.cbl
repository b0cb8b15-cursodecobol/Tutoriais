      ******************************************************************
      * SISTEMA    : ACADEMICO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : HISTORICO ESCOLAR: TODOS OS PERIODOS LETIVOS DE UM
      *              ALUNO, OU DE TODOS OS ALUNOS DE UMA TURMA, COM
      *              NOTAS, FREQUENCIA, SITUACAO POR CURSO, CREDITOS
      *              OBTIDOS E COEFICIENTE DE RENDIMENTO (CR)
      *              ACUMULADO.
      *              ARQUIVOS DE ENTRADA: NOTAS  - NOTAS/FREQUENCIA
      *                                            (MANTIDO PELO
      *                                            NOTAMNT)
      *                                   ALUNOS - CADASTRO DE
      *                                            ESTUDANTES (NOME E
      *                                            TURMA DO ALUNO)
      *                                   CURSOS - CATALOGO DE CURSOS
      *                                            (MANTIDO PELO
      *                                            CURSOMNT)
      *              SAIDA: RELATORIO NA SAIDA PADRAO, POR ALUNO
      *
      * ESPECIFICAÇÃO
      * O operador informa (A) e a matricula, para o historico de um
      * aluno, ou (T) e o codigo do curso do aluno (ALUNO-COD-CURSO),
      * para o historico de todos os alunos daquela turma. O programa
      * varre o cadastro de notas, seleciona os registros pedidos e os
      * classifica por MATRICULA + PERIODO + CURSO. Para cada curso
      * cursado sai uma linha com as notas, a media ((NOTA 1 + NOTA 2)
      * / 2), a frequencia, a situacao e o credito obtido; a media
      * minima e a do curso no catalogo (7,0 se o curso nao esta no
      * catalogo) e frequencia abaixo de 75% reprova, como no NOTAREL.
      * O credito obtido e a carga horaria do curso, quando aprovado.
      * O CR e a media das medias ponderada pela carga horaria, sobre
      * todos os cursos cursados (aprovados ou nao); curso fora do
      * catalogo nao tem carga horaria e por isso nao entra no CR nem
      * nos creditos (aparece marcado '(FORA DO CATALOGO)'). Ao fim de
      * cada periodo saem os totais do periodo e o CR acumulado; ao fim
      * do aluno, o resumo do historico.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      NOTAHIS.
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
      *    CADASTRO DE NOTAS - VARREDURA SEQUENCIAL (READ)
      *    MESMA DEFINICAO USADA PELO NOTAMNT (VER FD NOTAS, LA).
           SELECT NOTAS    ASSIGN TO 'NOTAS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NOTA-CHAVE
                  FILE STATUS IS WS-FS-NOTAS.
      *    CADASTRO DE ESTUDANTES - NOME E TURMA (READ RANDOM)
           SELECT ALUNOS   ASSIGN TO 'ALUNOS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALUNO-MATRICULA
                  FILE STATUS IS WS-FS-ALUNOS.
      *    CATALOGO DE CURSOS - NOME, CARGA HORARIA E MEDIA MINIMA
      *    MESMA DEFINICAO USADA PELO CURSOMNT (VER FD CURSOS, LA).
           SELECT CURSOS   ASSIGN TO 'CURSOS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CURSO-COD-CURSO
                  FILE STATUS IS WS-FS-CURSOS.
      *    ARQUIVO DE TRABALHO DO SORT - MATRICULA + PERIODO + CURSO
           SELECT SD-HISTORICO ASSIGN TO 'NOTAHIS.wrk'.
      *    HISTORICO JA CLASSIFICADO
           SELECT NOTAHIS-ORD ASSIGN TO 'NOTAHIS.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-NOTAHIS-ORD.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  NOTAS
           RECORD CONTAINS 024 CHARACTERS.

       01  REG-NOTA.
           03  NOTA-CHAVE.
               05  NOTA-MATRICULA     PIC  9(005).
               05  NOTA-COD-CURSO     PIC  X(004).
               05  NOTA-PERIODO       PIC  X(006).
           03  NOTA-NOTA-1            PIC  9(002)V9.
           03  NOTA-NOTA-2            PIC  9(002)V9.
           03  NOTA-FREQUENCIA        PIC  9(003).
      *
       FD  ALUNOS
           RECORD CONTAINS 030 CHARACTERS.

       01  REG-ALUNO.
           03  ALUNO-MATRICULA        PIC  9(005).
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
       SD  SD-HISTORICO
           RECORD CONTAINS 024 CHARACTERS.

       01  REG-SD-HISTORICO.
           03  SD-HIS-MATRICULA       PIC  9(005).
           03  SD-HIS-PERIODO         PIC  X(006).
           03  SD-HIS-COD-CURSO       PIC  X(004).
           03  SD-HIS-NOTA-1          PIC  9(002)V9.
           03  SD-HIS-NOTA-2          PIC  9(002)V9.
           03  SD-HIS-FREQUENCIA      PIC  9(003).
      *
       FD  NOTAHIS-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 024 CHARACTERS.

       01  REG-NOTAHIS-ORD.
           03  ORD-MATRICULA          PIC  9(005).
           03  ORD-PERIODO            PIC  X(006).
           03  ORD-COD-CURSO          PIC  X(004).
           03  ORD-NOTA-1             PIC  9(002)V9.
           03  ORD-NOTA-2             PIC  9(002)V9.
           03  ORD-FREQUENCIA         PIC  9(003).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'NOTAHIS'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-NOTAS            PIC X(002)  VALUE '00'.
           05  WS-FS-ALUNOS           PIC X(002)  VALUE '00'.
           05  WS-FS-CURSOS           PIC X(002)  VALUE '00'.
           05  WS-FS-NOTAHIS-ORD      PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-NOTAS     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-SELECIONADOS    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-ALUNOS          PIC 9(005)  VALUE ZEROS.
      *
           05  WS-FIM-NOTAS-SW        PIC X(001)  VALUE 'N'.
              88  FIM-NOTAS                  VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
           05  WS-CATALOGO-SW         PIC X(001)  VALUE 'S'.
              88  CATALOGO-DISPONIVEL        VALUE 'S'.
      *
      *    TURMA: ULTIMA MATRICULA CONSULTADA EM ALUNOS E SE ELA E DA
      *    TURMA PEDIDA (NOTAS VEM EM ORDEM DE MATRICULA)
           05  WS-MATR-CONSULTADA     PIC 9(005)  VALUE ZEROS.
           05  WS-MATR-NA-TURMA-SW    PIC X(001)  VALUE 'N'.
              88  MATR-NA-TURMA              VALUE 'S'.
      *
      *    CURSO DA LINHA CORRENTE
           05  WS-MEDIA               PIC 9(002)V9 VALUE ZEROS.
           05  WS-MEDIA-MINIMA        PIC 9(002)V9 VALUE ZEROS.
           05  WS-CARGA-HORARIA       PIC 9(003)  VALUE ZEROS.
           05  WS-CREDITO             PIC 9(003)  VALUE ZEROS.
           05  WS-NOME-CURSO          PIC X(030)  VALUE SPACES.
      *
      *    GRUPOS CORRENTES DO CONTROL BREAK (ALUNO E PERIODO)
           05  WS-ALU-MATRICULA       PIC 9(005)  VALUE ZEROS.
           05  WS-ALU-ABERTO-SW       PIC X(001)  VALUE 'N'.
              88  ALU-ABERTO                 VALUE 'S'.
           05  WS-ALU-QTD-CURSOS      PIC 9(005)  VALUE ZEROS.
           05  WS-ALU-QTD-APROVADOS   PIC 9(005)  VALUE ZEROS.
           05  WS-ALU-QTD-REPROVADOS  PIC 9(005)  VALUE ZEROS.
           05  WS-ALU-CH-CURSADA      PIC 9(007)  VALUE ZEROS.
           05  WS-ALU-CREDITOS        PIC 9(007)  VALUE ZEROS.
           05  WS-ALU-SOMA-PONDERADA  PIC 9(009)V9 VALUE ZEROS.
           05  WS-ALU-CR              PIC 9(002)V99 VALUE ZEROS.
      *
           05  WS-PER-PERIODO         PIC X(006)  VALUE SPACES.
           05  WS-PER-ABERTO-SW       PIC X(001)  VALUE 'N'.
              88  PER-ABERTO                 VALUE 'S'.
           05  WS-PER-CH-CURSADA      PIC 9(007)  VALUE ZEROS.
           05  WS-PER-CREDITOS        PIC 9(007)  VALUE ZEROS.
           05  WS-PER-SOMA-PONDERADA  PIC 9(009)V9 VALUE ZEROS.
           05  WS-PER-CR              PIC 9(002)V99 VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-PARAMETRO.
           05  WS-PAR-TIPO            PIC  X(001)  VALUE SPACES.
              88  WS-PAR-POR-ALUNO           VALUE 'A' 'a'.
              88  WS-PAR-POR-TURMA           VALUE 'T' 't'.
           05  WS-PAR-MATRICULA       PIC  9(005)  VALUE ZEROS.
           05  WS-PAR-TURMA           PIC  X(004)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * LINHAS DO HISTORICO, PARA EXIBICAO
      *-----------------------------------------------------------------
       01  WS-LINHA-CURSO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-COD-CURSO       PIC X(004).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NOME-CURSO      PIC X(024).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CH              PIC ZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NOTA-1          PIC Z9,9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NOTA-2          PIC Z9,9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MEDIA           PIC Z9,9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-FREQ            PIC ZZ9.
           05  FILLER                 PIC X(001)  VALUE '%'.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SITUACAO        PIC X(009).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CREDITO         PIC ZZ9.
      *
       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO          PIC X(020).
           05  FILLER                 PIC X(010)  VALUE ' CH CURS: '.
           05  WS-TOT-CH              PIC Z.ZZ9.
           05  FILLER                 PIC X(008)  VALUE '  CRED: '.
           05  WS-TOT-CREDITOS        PIC Z.ZZ9.
           05  FILLER                 PIC X(006)  VALUE '  CR: '.
           05  WS-TOT-CR              PIC Z9,99.
           05  FILLER                 PIC X(012)  VALUE '  CR ACUM.: '.
           05  WS-TOT-CR-ACUM         PIC Z9,99.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-HISTORICO
           PERFORM P2000-RELATORIO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA NOTAHIS - HISTORICO ESCOLAR'
           DISPLAY '***************************************************'

           PERFORM UNTIL WS-PAR-POR-ALUNO OR WS-PAR-POR-TURMA
              DISPLAY 'HISTORICO POR (A)LUNO OU POR (T)URMA: '
              ACCEPT WS-PAR-TIPO
              IF NOT WS-PAR-POR-ALUNO AND NOT WS-PAR-POR-TURMA
                 DISPLAY 'OPCAO INVALIDA.'
              END-IF
           END-PERFORM

           IF WS-PAR-POR-ALUNO
              DISPLAY 'MATRICULA: '
              ACCEPT WS-PAR-MATRICULA
           ELSE
              DISPLAY 'TURMA (COD. CURSO DO ALUNO): '
              ACCEPT WS-PAR-TURMA
           END-IF

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT ALUNOS - FILE STATUS = '
                     WS-FS-ALUNOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Sem catalogo o historico sai sem nomes de curso, sem carga
      *    horaria (logo sem CR e creditos) e com media minima 7,0.
           OPEN INPUT CURSOS
           EVALUATE WS-FS-CURSOS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-CATALOGO-SW
                    DISPLAY 'AVISO - CATALOGO DE CURSOS (CURSOS.dat) '
                            'AUSENTE.'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT CURSOS - FILE STATUS = '
                           WS-FS-CURSOS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-HISTORICO SECTION.
      * Varre o cadastro de notas (rotina de entrada do SORT), filtra o
      * aluno ou a turma pedida e classifica por MATRICULA + PERIODO +
      * CURSO.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-HISTORICO' TO WS-NOM-PARAGRAFO

           SORT SD-HISTORICO
                ON ASCENDING KEY SD-HIS-MATRICULA
                                 SD-HIS-PERIODO
                                 SD-HIS-COD-CURSO
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING NOTAHIS-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DE NOTAS - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           OPEN INPUT NOTAS
           IF WS-FS-NOTAS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT NOTAS - FILE STATUS = '
                     WS-FS-NOTAS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-NOTAS
              READ NOTAS
                 AT END
                    MOVE 'S' TO WS-FIM-NOTAS-SW
                 NOT AT END
                    IF WS-FS-NOTAS NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ NOTAS - FILE STATUS = '
                              WS-FS-NOTAS
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-NOTAS
                    PERFORM P1600-SELECIONA-NOTA
              END-READ
           END-PERFORM

           CLOSE NOTAS

           .

      *-----------------------------------------------------------------
       P1600-SELECIONA-NOTA SECTION.
      * Por aluno: a matricula pedida. Por turma: a matricula cujo
      * ALUNO-COD-CURSO e a turma pedida (consulta a ALUNOS uma vez por
      * matricula).
      *-----------------------------------------------------------------

           IF WS-PAR-POR-ALUNO
              IF NOTA-MATRICULA NOT EQUAL WS-PAR-MATRICULA
                 EXIT SECTION
              END-IF
           ELSE
              IF NOTA-MATRICULA NOT EQUAL WS-MATR-CONSULTADA
                 MOVE NOTA-MATRICULA TO WS-MATR-CONSULTADA
                 MOVE 'N'            TO WS-MATR-NA-TURMA-SW
                 MOVE NOTA-MATRICULA TO ALUNO-MATRICULA
                 READ ALUNOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF ALUNO-COD-CURSO EQUAL WS-PAR-TURMA
                          MOVE 'S' TO WS-MATR-NA-TURMA-SW
                       END-IF
                 END-READ
              END-IF
              IF NOT MATR-NA-TURMA
                 EXIT SECTION
              END-IF
           END-IF

           ADD 1 TO WS-QTD-SELECIONADOS
           MOVE NOTA-MATRICULA  TO SD-HIS-MATRICULA
           MOVE NOTA-PERIODO    TO SD-HIS-PERIODO
           MOVE NOTA-COD-CURSO  TO SD-HIS-COD-CURSO
           MOVE NOTA-NOTA-1     TO SD-HIS-NOTA-1
           MOVE NOTA-NOTA-2     TO SD-HIS-NOTA-2
           MOVE NOTA-FREQUENCIA TO SD-HIS-FREQUENCIA
           RELEASE REG-SD-HISTORICO

           .

      *-----------------------------------------------------------------
       P2000-RELATORIO SECTION.
      * Le o historico classificado e emite o relatorio por aluno, com
      * quebra por periodo.
      *-----------------------------------------------------------------

           MOVE 'P2000-RELATORIO' TO WS-NOM-PARAGRAFO

           OPEN INPUT NOTAHIS-ORD
           IF WS-FS-NOTAHIS-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT NOTAHIS.ord - FILE STATUS = '
                     WS-FS-NOTAHIS-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ NOTAHIS-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    IF ALU-ABERTO
                       AND ORD-MATRICULA NOT EQUAL WS-ALU-MATRICULA
                       PERFORM P3500-FECHA-PERIODO
                       PERFORM P4000-FECHA-ALUNO
                    END-IF
                    IF NOT ALU-ABERTO
                       PERFORM P2200-ABRE-ALUNO
                    END-IF
                    IF PER-ABERTO
                       AND ORD-PERIODO NOT EQUAL WS-PER-PERIODO
                       PERFORM P3500-FECHA-PERIODO
                    END-IF
                    IF NOT PER-ABERTO
                       PERFORM P2300-ABRE-PERIODO
                    END-IF
                    PERFORM P2500-LINHA-CURSO
              END-READ
           END-PERFORM

           IF ALU-ABERTO
              PERFORM P3500-FECHA-PERIODO
              PERFORM P4000-FECHA-ALUNO
           END-IF

           IF WS-QTD-SELECIONADOS EQUAL ZEROS
              DISPLAY 'NENHUM REGISTRO DE NOTAS PARA O ALUNO/TURMA '
                      'INFORMADO.'
           END-IF

           CLOSE NOTAHIS-ORD

           .

      *-----------------------------------------------------------------
       P2200-ABRE-ALUNO SECTION.
      *-----------------------------------------------------------------

           MOVE ORD-MATRICULA TO WS-ALU-MATRICULA
           MOVE 'S'   TO WS-ALU-ABERTO-SW
           MOVE ZEROS TO WS-ALU-QTD-CURSOS
                         WS-ALU-QTD-APROVADOS
                         WS-ALU-QTD-REPROVADOS
                         WS-ALU-CH-CURSADA
                         WS-ALU-CREDITOS
                         WS-ALU-SOMA-PONDERADA
                         WS-ALU-CR
           ADD 1 TO WS-QTD-ALUNOS

           MOVE ORD-MATRICULA TO ALUNO-MATRICULA
           READ ALUNOS
              INVALID KEY
                 MOVE '(SEM CADASTRO)' TO ALUNO-NOME-SOBRENOME
                 MOVE SPACES           TO ALUNO-COD-CURSO
           END-READ

           DISPLAY ' '
           DISPLAY '==================================================='
           DISPLAY 'HISTORICO ESCOLAR'
           DISPLAY 'MATRICULA: ' WS-ALU-MATRICULA
                   '  ALUNO: ' ALUNO-NOME-SOBRENOME
                   '  TURMA: ' ALUNO-COD-CURSO
           DISPLAY '==================================================='

           .

      *-----------------------------------------------------------------
       P2300-ABRE-PERIODO SECTION.
      *-----------------------------------------------------------------

           MOVE ORD-PERIODO TO WS-PER-PERIODO
           MOVE 'S'   TO WS-PER-ABERTO-SW
           MOVE ZEROS TO WS-PER-CH-CURSADA
                         WS-PER-CREDITOS
                         WS-PER-SOMA-PONDERADA
                         WS-PER-CR

           DISPLAY ' '
           DISPLAY 'PERIODO ' WS-PER-PERIODO
           DISPLAY '   CURS NOME                      CH NOT1 NOT2 '
      -            'MED. FREQ SITUACAO  CRED'

           .

      *-----------------------------------------------------------------
       P2500-LINHA-CURSO SECTION.
      * Emite a linha de um curso cursado, com nome, carga horaria e
      * media minima buscados no catalogo.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-CARGA-HORARIA
           MOVE 7,0   TO WS-MEDIA-MINIMA
           MOVE '(FORA DO CATALOGO)' TO WS-NOME-CURSO
           IF CATALOGO-DISPONIVEL
              MOVE ORD-COD-CURSO TO CURSO-COD-CURSO
              READ CURSOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CURSO-NOME          TO WS-NOME-CURSO
                    MOVE CURSO-CARGA-HORARIA TO WS-CARGA-HORARIA
                    MOVE CURSO-MEDIA-MINIMA  TO WS-MEDIA-MINIMA
              END-READ
           END-IF

           COMPUTE WS-MEDIA ROUNDED = (ORD-NOTA-1 + ORD-NOTA-2) / 2

           MOVE ORD-COD-CURSO    TO WS-LIN-COD-CURSO
           MOVE WS-NOME-CURSO    TO WS-LIN-NOME-CURSO
           MOVE WS-CARGA-HORARIA TO WS-LIN-CH
           MOVE ORD-NOTA-1       TO WS-LIN-NOTA-1
           MOVE ORD-NOTA-2       TO WS-LIN-NOTA-2
           MOVE WS-MEDIA         TO WS-LIN-MEDIA
           MOVE ORD-FREQUENCIA   TO WS-LIN-FREQ

      *    Frequencia abaixo de 75% reprova mesmo com media
           IF WS-MEDIA NOT LESS WS-MEDIA-MINIMA
              AND ORD-FREQUENCIA NOT LESS 75
              MOVE 'APROVADO'       TO WS-LIN-SITUACAO
              MOVE WS-CARGA-HORARIA TO WS-CREDITO
              ADD 1 TO WS-ALU-QTD-APROVADOS
           ELSE
              MOVE 'REPROVADO'      TO WS-LIN-SITUACAO
              MOVE ZEROS            TO WS-CREDITO
              ADD 1 TO WS-ALU-QTD-REPROVADOS
           END-IF
           MOVE WS-CREDITO TO WS-LIN-CREDITO

           DISPLAY WS-LINHA-CURSO

           ADD 1                TO WS-ALU-QTD-CURSOS
           ADD WS-CARGA-HORARIA TO WS-PER-CH-CURSADA
                                   WS-ALU-CH-CURSADA
           ADD WS-CREDITO       TO WS-PER-CREDITOS
                                   WS-ALU-CREDITOS
           COMPUTE WS-PER-SOMA-PONDERADA = WS-PER-SOMA-PONDERADA
                                         + WS-MEDIA * WS-CARGA-HORARIA
           COMPUTE WS-ALU-SOMA-PONDERADA = WS-ALU-SOMA-PONDERADA
                                         + WS-MEDIA * WS-CARGA-HORARIA

           .

      *-----------------------------------------------------------------
       P3500-FECHA-PERIODO SECTION.
      * Emite os totais do periodo corrente e o CR acumulado ate ele.
      *-----------------------------------------------------------------

           IF WS-PER-CH-CURSADA > ZEROS
              COMPUTE WS-PER-CR ROUNDED =
                      WS-PER-SOMA-PONDERADA / WS-PER-CH-CURSADA
           ELSE
              MOVE ZEROS TO WS-PER-CR
           END-IF
           IF WS-ALU-CH-CURSADA > ZEROS
              COMPUTE WS-ALU-CR ROUNDED =
                      WS-ALU-SOMA-PONDERADA / WS-ALU-CH-CURSADA
           ELSE
              MOVE ZEROS TO WS-ALU-CR
           END-IF

           MOVE 'TOTAL DO PERIODO:'  TO WS-TOT-TITULO
           MOVE WS-PER-CH-CURSADA    TO WS-TOT-CH
           MOVE WS-PER-CREDITOS      TO WS-TOT-CREDITOS
           MOVE WS-PER-CR            TO WS-TOT-CR
           MOVE WS-ALU-CR            TO WS-TOT-CR-ACUM
           DISPLAY WS-LINHA-TOTAL

           MOVE 'N' TO WS-PER-ABERTO-SW

           .

      *-----------------------------------------------------------------
       P4000-FECHA-ALUNO SECTION.
      * Emite o resumo do historico do aluno corrente.
      *-----------------------------------------------------------------

           DISPLAY ' '
           DISPLAY 'RESUMO - CURSOS CURSADOS: ' WS-ALU-QTD-CURSOS
                   '  APROVADOS: ' WS-ALU-QTD-APROVADOS
                   '  REPROVADOS: ' WS-ALU-QTD-REPROVADOS
           MOVE 'TOTAL DO HISTORICO:' TO WS-TOT-TITULO
           MOVE WS-ALU-CH-CURSADA     TO WS-TOT-CH
           MOVE WS-ALU-CREDITOS       TO WS-TOT-CREDITOS
           MOVE WS-ALU-CR             TO WS-TOT-CR
           MOVE WS-ALU-CR             TO WS-TOT-CR-ACUM
           DISPLAY WS-LINHA-TOTAL

           MOVE 'N' TO WS-ALU-ABERTO-SW

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA NOTAHIS - TERMINO COM ERRO'
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

           CLOSE ALUNOS
           IF CATALOGO-DISPONIVEL
              CLOSE CURSOS
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA NOTAHIS - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD REGISTROS DE NOTAS LIDOS - ' WS-QTD-LIDOS-NOTAS
           DISPLAY 'QTD SELECIONADOS             - ' WS-QTD-SELECIONADOS
           DISPLAY 'QTD ALUNOS NO HISTORICO      - ' WS-QTD-ALUNOS
           DISPLAY '***************************************************'

           .
