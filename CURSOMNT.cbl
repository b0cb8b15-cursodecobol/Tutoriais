      ******************************************************************
      * SISTEMA    : ACADEMICO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANUTENCAO DO CATALOGO DE CURSOS (DISCIPLINAS):
      *              NOME, CARGA HORARIA (HORAS-CREDITO), MEDIA MINIMA
      *              DE APROVACAO E PRE-REQUISITOS, POR ACESSO DIRETO
      *              (CHAVEADO) AO ARQUIVO DO CATALOGO.
      *              ARQUIVO : CURSOS - CATALOGO DE CURSOS, CHAVEADO
      *                                 PELO CODIGO DO CURSO (O MESMO
      *                                 CODIGO DE NOTA-COD-CURSO)
      *
      * ESPECIFICAÇÃO
      * O operador escolhe uma opcao (incluir, alterar, consultar,
      * excluir) e informa o codigo do curso. Cada curso guarda o nome,
      * a carga horaria (001 a 999 horas - e o peso do curso no CR e
      * o credito obtido quando aprovado), a media minima de aprovacao
      * (em decimos - EX.: 070 = 7,0) e ate 5 cursos pre-requisitos,
      * que precisam estar no catalogo e nao podem ser o proprio curso.
      * O NOTAMNT recusa a inclusao de notas (matricula no curso) de um
      * aluno que nao foi aprovado nos pre-requisitos em periodo
      * anterior; o NOTAHIS usa o catalogo no historico escolar.
      * A exclusao e recusada enquanto o curso for pre-requisito de
      * outro curso do catalogo.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      CURSOMNT.
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
      *    CATALOGO DE CURSOS - ACESSO DIRETO, E VARREDURA NA EXCLUSAO
      *    (START + READ NEXT)
           SELECT CURSOS   ASSIGN TO 'CURSOS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CURSO-COD-CURSO
                  FILE STATUS IS WS-FS-CURSOS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CURSOS
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-CURSO.
           03  CURSO-COD-CURSO        PIC  X(004).
           03  CURSO-NOME             PIC  X(030).
      *    CARGA HORARIA (HORAS-CREDITO): PESO NO CR E CREDITO OBTIDO
           03  CURSO-CARGA-HORARIA    PIC  9(003).
      *    MEDIA MINIMA DE APROVACAO EM DECIMOS (EX.: 070 = 7,0)
           03  CURSO-MEDIA-MINIMA     PIC  9(002)V9.
      *    PRE-REQUISITOS (CODIGOS DE CURSO; BRANCOS APOS O ULTIMO)
           03  CURSO-QTD-PREREQ       PIC  9(001).
           03  CURSO-PREREQ           PIC  X(004)  OCCURS 5 TIMES.
           03  CURSO-DT-ALTERACAO     PIC  9(008).
           03  CURSO-OPER-ALTERACAO   PIC  X(008).
           03  FILLER                 PIC  X(023).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'CURSOMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-CURSOS           PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-FIM-CURSOS-SW       PIC X(001)  VALUE 'N'.
              88  FIM-CURSOS                 VALUE 'S'.
           05  WS-PREREQ-OK-SW        PIC X(001)  VALUE 'N'.
              88  PREREQ-OK                  VALUE 'S'.
           05  WS-FIM-PREREQ-SW       PIC X(001)  VALUE 'N'.
              88  FIM-PREREQ                 VALUE 'S'.
           05  WS-EM-USO-SW           PIC X(001)  VALUE 'N'.
              88  CURSO-EM-USO               VALUE 'S'.
           05  WS-CURSO-DEPENDENTE    PIC X(004)  VALUE SPACES.
      *
           05  WS-IDX-PRE             PIC 9(002)  VALUE ZEROS.
           05  WS-IDX-AUX             PIC 9(002)  VALUE ZEROS.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-CURSO.
           05  WS-CUR-COD-CURSO       PIC  X(004)  VALUE SPACES.
           05  WS-CUR-NOME            PIC  X(030)  VALUE SPACES.
           05  WS-CUR-CARGA-HORARIA   PIC  9(003)  VALUE ZEROS.
           05  WS-CUR-MEDIA-MINIMA    PIC  9(002)V9 VALUE ZEROS.
           05  WS-CUR-QTD-PREREQ      PIC  9(001)  VALUE ZEROS.
           05  WS-CUR-PREREQ          PIC  X(004)  OCCURS 5 TIMES.
           05  WS-CUR-PREREQ-DIG      PIC  X(004)  VALUE SPACES.
           05  WS-CUR-RESPOSTA        PIC  X(001)  VALUE SPACES.
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
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-PROCESSA
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Abre o catalogo (criado na primeira execucao).
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-SGN-PERFIL NOT EQUAL 'M' AND 'S'
              DISPLAY 'FUNCAO RESTRITA A MANUTENCAO/SUPERVISOR - '
                      'PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O CURSOS
           IF WS-FS-CURSOS EQUAL '35'
              OPEN OUTPUT CURSOS
              IF WS-FS-CURSOS NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT CURSOS - FILE STATUS = '
                        WS-FS-CURSOS
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE CURSOS
              OPEN I-O CURSOS
           END-IF
           IF WS-FS-CURSOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA CURSOMNT - CATALOGO DE CURSOS'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu de manutencao e repete ate o operador optar por
      * encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(I)NCLUIR  (A)LTERAR  (C)ONSULTAR  (E)XCLUIR  '
                      '(F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'I'  WHEN 'i'
                      PERFORM P2000-INCLUIR-CURSO
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ALTERAR-CURSO
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-CURSO
                 WHEN 'E'  WHEN 'e'
                      PERFORM P5000-EXCLUIR-CURSO
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-LE-CURSO SECTION.
      * Pede o codigo do curso e le o catalogo; o resultado fica em
      * WS-FS-CURSOS ('00' achou, '23' nao achou).
      *-----------------------------------------------------------------

           DISPLAY 'COD. CURSO: '
           ACCEPT WS-CUR-COD-CURSO
           MOVE WS-CUR-COD-CURSO TO CURSO-COD-CURSO

           READ CURSOS
              INVALID KEY
                 CONTINUE
           END-READ

           IF WS-FS-CURSOS NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1700-PEDE-DADOS SECTION.
      * Pede e critica nome, carga horaria, media minima e os
      * pre-requisitos.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-CUR-NOME
           PERFORM UNTIL WS-CUR-NOME NOT EQUAL SPACES
              DISPLAY 'NOME DO CURSO: '
              ACCEPT WS-CUR-NOME
              IF WS-CUR-NOME EQUAL SPACES
                 DISPLAY 'NOME OBRIGATORIO.'
              END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CUR-CARGA-HORARIA
           PERFORM UNTIL WS-CUR-CARGA-HORARIA > ZEROS
              DISPLAY 'CARGA HORARIA (HORAS - 001 A 999): '
              ACCEPT WS-CUR-CARGA-HORARIA
              IF WS-CUR-CARGA-HORARIA EQUAL ZEROS
                 DISPLAY 'CARGA HORARIA INVALIDA (001 A 999).'
              END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CUR-MEDIA-MINIMA
           PERFORM UNTIL WS-CUR-MEDIA-MINIMA > ZEROS
                     AND WS-CUR-MEDIA-MINIMA NOT GREATER 10,0
              DISPLAY 'MEDIA MINIMA (DECIMOS - EX.: 070 = 7,0): '
              ACCEPT WS-CUR-MEDIA-MINIMA
              IF WS-CUR-MEDIA-MINIMA EQUAL ZEROS
                 OR WS-CUR-MEDIA-MINIMA > 10,0
                 DISPLAY 'MEDIA MINIMA INVALIDA (001 A 100).'
              END-IF
           END-PERFORM

           MOVE ZEROS  TO WS-CUR-QTD-PREREQ
           MOVE SPACES TO WS-CUR-PREREQ(1) WS-CUR-PREREQ(2)
                          WS-CUR-PREREQ(3) WS-CUR-PREREQ(4)
                          WS-CUR-PREREQ(5)
           MOVE 'N'    TO WS-FIM-PREREQ-SW
           PERFORM UNTIL FIM-PREREQ
                      OR WS-CUR-QTD-PREREQ EQUAL 5
              COMPUTE WS-IDX-PRE = WS-CUR-QTD-PREREQ + 1
              DISPLAY 'PRE-REQUISITO ' WS-IDX-PRE
                      ' (COD. CURSO; BRANCO = FIM): '
              ACCEPT WS-CUR-PREREQ-DIG
              IF WS-CUR-PREREQ-DIG EQUAL SPACES
                 MOVE 'S' TO WS-FIM-PREREQ-SW
              ELSE
                 PERFORM P1800-CRITICA-PREREQ
                 IF PREREQ-OK
                    ADD 1 TO WS-CUR-QTD-PREREQ
                    MOVE WS-CUR-PREREQ-DIG
                      TO WS-CUR-PREREQ(WS-CUR-QTD-PREREQ)
                 END-IF
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1800-CRITICA-PREREQ SECTION.
      * O pre-requisito precisa estar no catalogo, nao pode ser o
      * proprio curso, nao pode exigir o proprio curso nem repetir um
      * ja informado. A leitura usa a
      * area do registro, por isso o registro do curso em manutencao e
      * remontado a partir da WS antes de gravar.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-PREREQ-OK-SW

           IF WS-CUR-PREREQ-DIG EQUAL WS-CUR-COD-CURSO
              DISPLAY 'O CURSO NAO PODE SER PRE-REQUISITO DELE MESMO.'
              EXIT SECTION
           END-IF

           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-CUR-QTD-PREREQ
              IF WS-CUR-PREREQ(WS-IDX-AUX) EQUAL WS-CUR-PREREQ-DIG
                 DISPLAY 'PRE-REQUISITO JA INFORMADO.'
                 EXIT SECTION
              END-IF
           END-PERFORM

           MOVE WS-CUR-PREREQ-DIG TO CURSO-COD-CURSO
           READ CURSOS
              INVALID KEY
                 DISPLAY 'PRE-REQUISITO NAO CADASTRADO NO CATALOGO.'
              NOT INVALID KEY
                 DISPLAY '   ' CURSO-NOME
                 MOVE 'S' TO WS-PREREQ-OK-SW
           END-READ

      *    Pre-requisito que exige o proprio curso: nenhum dos dois
      *    poderia ser cursado.
           IF PREREQ-OK
              PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                      UNTIL WS-IDX-AUX > CURSO-QTD-PREREQ
                         OR WS-IDX-AUX > 5
                 IF CURSO-PREREQ(WS-IDX-AUX) EQUAL WS-CUR-COD-CURSO
                    DISPLAY 'PRE-REQUISITO EXIGE ESTE CURSO - '
                            'DEPENDENCIA CIRCULAR RECUSADA.'
                    MOVE 'N' TO WS-PREREQ-OK-SW
                 END-IF
              END-PERFORM
           END-IF

           IF WS-FS-CURSOS NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1900-MONTA-REGISTRO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES               TO REG-CURSO
           MOVE WS-CUR-COD-CURSO     TO CURSO-COD-CURSO
           MOVE WS-CUR-NOME          TO CURSO-NOME
           MOVE WS-CUR-CARGA-HORARIA TO CURSO-CARGA-HORARIA
           MOVE WS-CUR-MEDIA-MINIMA  TO CURSO-MEDIA-MINIMA
           MOVE WS-CUR-QTD-PREREQ    TO CURSO-QTD-PREREQ
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 5
              MOVE WS-CUR-PREREQ(WS-IDX-PRE)
                TO CURSO-PREREQ(WS-IDX-PRE)
           END-PERFORM
           MOVE WS-DATA-HOJE         TO CURSO-DT-ALTERACAO
           MOVE WS-SGN-COD-OPER      TO CURSO-OPER-ALTERACAO

           .

      *-----------------------------------------------------------------
       P2000-INCLUIR-CURSO SECTION.
      * Inclui um curso no catalogo; rejeita codigo ja cadastrado.
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-CURSO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-LE-CURSO

           IF WS-FS-CURSOS EQUAL '00'
              DISPLAY 'CURSO JA CADASTRADO NO CATALOGO.'
              EXIT SECTION
           END-IF

           IF WS-CUR-COD-CURSO EQUAL SPACES
              DISPLAY 'CODIGO DO CURSO OBRIGATORIO.'
              EXIT SECTION
           END-IF

           PERFORM P1700-PEDE-DADOS
           PERFORM P1900-MONTA-REGISTRO

           WRITE REG-CURSO
           IF WS-FS-CURSOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           ELSE
              DISPLAY 'CURSO INCLUIDO COM SUCESSO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-CURSO SECTION.
      * Altera os dados de um curso ja cadastrado (todos os campos sao
      * informados de novo, inclusive a lista de pre-requisitos).
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-CURSO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-LE-CURSO

           IF WS-FS-CURSOS EQUAL '23'
              DISPLAY 'CURSO NAO CADASTRADO NO CATALOGO.'
              EXIT SECTION
           END-IF

           PERFORM P6000-EXIBE-CURSO
           PERFORM P1700-PEDE-DADOS
           PERFORM P1900-MONTA-REGISTRO

           REWRITE REG-CURSO
           IF WS-FS-CURSOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           ELSE
              DISPLAY 'CURSO ALTERADO COM SUCESSO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-CURSO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-CURSO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-LE-CURSO

           IF WS-FS-CURSOS EQUAL '23'
              DISPLAY 'CURSO NAO CADASTRADO NO CATALOGO.'
           ELSE
              PERFORM P6000-EXIBE-CURSO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-EXCLUIR-CURSO SECTION.
      * Exclui um curso do catalogo, mediante confirmacao; recusa se
      * ele for pre-requisito de outro curso.
      *-----------------------------------------------------------------

           MOVE 'P5000-EXCLUIR-CURSO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-LE-CURSO

           IF WS-FS-CURSOS EQUAL '23'
              DISPLAY 'CURSO NAO CADASTRADO NO CATALOGO.'
              EXIT SECTION
           END-IF

           PERFORM P6000-EXIBE-CURSO

           PERFORM P5500-VERIFICA-USO
           IF CURSO-EM-USO
              DISPLAY 'CURSO E PRE-REQUISITO DE ' WS-CURSO-DEPENDENTE
                      ' - EXCLUSAO RECUSADA.'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? '
           ACCEPT WS-CUR-RESPOSTA
           IF WS-CUR-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'EXCLUSAO CANCELADA.'
              EXIT SECTION
           END-IF

           MOVE WS-CUR-COD-CURSO TO CURSO-COD-CURSO
           DELETE CURSOS
           IF WS-FS-CURSOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE CURSOS - FILE STATUS = '
                     WS-FS-CURSOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           ELSE
              DISPLAY 'CURSO EXCLUIDO COM SUCESSO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P5500-VERIFICA-USO SECTION.
      * Varre o catalogo procurando um curso que tenha o curso em
      * exclusao como pre-requisito.
      *-----------------------------------------------------------------

           MOVE 'N'    TO WS-EM-USO-SW
           MOVE 'N'    TO WS-FIM-CURSOS-SW
           MOVE SPACES TO WS-CURSO-DEPENDENTE

           MOVE LOW-VALUES TO CURSO-COD-CURSO
           START CURSOS KEY NOT LESS THAN CURSO-COD-CURSO
              INVALID KEY
                 MOVE 'S' TO WS-FIM-CURSOS-SW
           END-START

           PERFORM UNTIL FIM-CURSOS OR CURSO-EM-USO
              READ CURSOS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-CURSOS-SW
                 NOT AT END
                    PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                            UNTIL WS-IDX-PRE > CURSO-QTD-PREREQ
                               OR WS-IDX-PRE > 5
                       IF CURSO-PREREQ(WS-IDX-PRE)
                          EQUAL WS-CUR-COD-CURSO
                          MOVE 'S' TO WS-EM-USO-SW
                          MOVE CURSO-COD-CURSO TO WS-CURSO-DEPENDENTE
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6000-EXIBE-CURSO SECTION.
      *-----------------------------------------------------------------

           DISPLAY 'CURSO .........: ' CURSO-COD-CURSO
           DISPLAY 'NOME ..........: ' CURSO-NOME
           DISPLAY 'CARGA HORARIA .: ' CURSO-CARGA-HORARIA
           DISPLAY 'MEDIA MINIMA ..: ' CURSO-MEDIA-MINIMA
           IF CURSO-QTD-PREREQ EQUAL ZEROS
              DISPLAY 'PRE-REQUISITOS : (NENHUM)'
           ELSE
              PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                      UNTIL WS-IDX-PRE > CURSO-QTD-PREREQ
                         OR WS-IDX-PRE > 5
                 DISPLAY 'PRE-REQUISITO .: ' CURSO-PREREQ(WS-IDX-PRE)
              END-PERFORM
           END-IF
           DISPLAY 'ULT. ALTERACAO : ' CURSO-DT-ALTERACAO
                   ' - ' CURSO-OPER-ALTERACAO

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA CURSOMNT - TERMINO COM ERRO'
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

           CLOSE CURSOS

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA CURSOMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
