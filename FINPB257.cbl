      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CONVERSAO (EXECUCAO UNICA) DO CADASTRO DE
      *              OPERADORES PARA O REGISTRO DE 80 BYTES (SENHA,
      *              VALIDADE, FALHAS, TROCA E BLOQUEIO).
      *              ARQUIVO DE ENTRADA: FINOPER.ant - CADASTRO NO
      *                                                LAYOUT ANTIGO
      *                                                (40 BYTES), O
      *                                                PROPRIO
      *                                                FINOPER.dat
      *                                                RENOMEADO PELO
      *                                                JOB
      *              ARQUIVO DE SAIDA  : FINOPER.dat - CADASTRO NO
      *                                                LAYOUT NOVO
      *                                                (80 BYTES)
      *
      * ESPECIFICAÇÃO
      * O registro de FINOPER passou de 40 para 80 bytes com a senha
      * do operador (SRSIGNON/FINOPMNT), e o cadastro existente nao
      * abre com o FD novo. Este job, EXECUTADO UMA VEZ na implantacao
      * das senhas, ANTES de qualquer sign-on:
      * - Pede no console o codigo de um SUPERVISOR ativo do cadastro
      *   e uma senha provisoria para ele (6 caracteres no minimo);
      * - Renomeia FINOPER.dat para FINOPER.ant, le o cadastro antigo
      *   e regrava cada operador em FINOPER.dat com codigo, nome,
      *   perfil e indicador de ativo preservados;
      * - Nenhum operador antigo tem senha: todos saem BLOQUEADOS e
      *   com TROCA OBRIGATORIA, sem resumo. Cada um so entra depois
      *   que um supervisor reinicializar a sua senha no FINOPMNT
      *   (opcao R), que define a senha provisoria e desbloqueia;
      * - A excecao e o supervisor informado: sai desbloqueado, com o
      *   resumo (SRSENHA) da senha provisoria e troca obrigatoria no
      *   primeiro sign-on - e ele quem libera os demais;
      * - Protecoes: FINOPER.ant ja existente (conversao ja feita) ou
      *   cadastro que nao abre no layout antigo (ja convertido) param
      *   o job sem tocar em nada; supervisor nao encontrado, inativo
      *   ou sem perfil 'S' desfaz a renomeacao e para. FINOPER.ant
      *   fica guardado como copia do cadastro antigo.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB257.
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
      *    CADASTRO DE OPERADORES NO LAYOUT ANTIGO - PESQUISA DO
      *    SUPERVISOR (READ) E LEITURA SEQUENCIAL (READ NEXT)
           SELECT FINOPERA ASSIGN TO 'FINOPER.ant'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINOPERA-ID
                  FILE STATUS IS WS-FS-FINOPERA.
      *    CADASTRO DE OPERADORES NO LAYOUT NOVO - GRAVACAO (WRITE)
      *    MESMA DEFINICAO USADA PELO FINOPMNT (VER FD FINOPER, LA).
           SELECT FINOPER  ASSIGN TO 'FINOPER.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINOPER-ID
                  FILE STATUS IS WS-FS-FINOPER.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    LAYOUT ANTERIOR AS SENHAS (FINOPMNT VRS002)
       FD  FINOPERA
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINOPERA.
           03  FINOPERA-ID            PIC  X(008).
           03  FINOPERA-NOME          PIC  X(030).
           03  FINOPERA-PERFIL        PIC  X(001).
           03  FINOPERA-IND-ATIVO     PIC  X(001).
      *
       FD  FINOPER
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINOPER.
           03  FINOPER-ID             PIC  X(008).
           03  FINOPER-NOME           PIC  X(030).
      *    'C'=Consulta, 'M'=Manutencao, 'S'=Supervisor
           03  FINOPER-PERFIL         PIC  X(001).
      *    'S'=Ativo, 'N'=Desligado
           03  FINOPER-IND-ATIVO      PIC  X(001).
      *    RESUMO DA SENHA (SRSENHA); ZERO = SENHA NAO DEFINIDA
           03  FINOPER-SENHA-HASH     PIC  9(018).
      *    VALIDADE DA SENHA (AAAAMMDD)
           03  FINOPER-DT-EXPIRA      PIC  9(008).
      *    SENHAS ERRADAS CONSECUTIVAS
           03  FINOPER-QTD-FALHAS     PIC  9(002).
      *    'S'=Troca de senha obrigatoria no proximo sign-on
           03  FINOPER-IND-TROCA      PIC  X(001).
      *    'S'=Bloqueado por excesso de senhas erradas
           03  FINOPER-IND-BLOQUEIO   PIC  X(001).
           03  FILLER                 PIC  X(010).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB257'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINOPERA         PIC X(002)  VALUE '00'.
           05  WS-FS-FINOPER          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAVADOS        PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-BLOQUEADOS      PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINOPERA-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINOPERA               VALUE 'S'.
      *
      *    SUPERVISOR QUE RECEBE A SENHA PROVISORIA (CONSOLE)
           05  WS-SUPERV-ID           PIC X(008)  VALUE SPACES.
           05  WS-SENHA-PROVISORIA    PIC X(020)  VALUE SPACES.
           05  WS-SENHA-CONFIRMA      PIC X(020)  VALUE SPACES.
           05  WS-HASH-SUPERV         PIC 9(018)  VALUE ZEROS.
      *
      *    NOMES DE ARQUIVO USADOS NAS CHAMADAS AS ROTINAS DE SISTEMA
      *    CBL_CHECK_FILE_EXIST E CBL_RENAME_FILE.
           05  WS-ARQ-ORIGEM          PIC X(030)  VALUE SPACES.
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
           05  WS-ARQ-DETALHES        PIC X(016)  VALUE SPACES.
           05  WS-RET-CBL             PIC S9(009) COMP-5  VALUE ZEROS.
           05  WS-RET-CBL-DISP        PIC ----------9 VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRSENHA (RESUMO DA SENHA)
       01  WS-PARM-SENHA.
           05  WS-SNH-COD-OPER        PIC X(008).
           05  WS-SNH-SENHA           PIC X(020).
           05  WS-SNH-HASH            PIC 9(018).
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

           MOVE 'FINOPER.ant' TO WS-ARQ-ORIGEM
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-ORIGEM
                                             WS-ARQ-DETALHES
                RETURNING WS-RET-CBL
           IF WS-RET-CBL EQUAL ZEROS
              MOVE 'ERRO - FINOPER.ant JA EXISTE - CONVERSAO JA FEITA'
                TO WS-MSG
              PERFORM P8000-ERRO
           END-IF

           PERFORM P0100-PEDE-SUPERVISOR

           MOVE 'FINOPER.dat' TO WS-ARQ-ORIGEM
           MOVE 'FINOPER.ant' TO WS-ARQ-DESTINO
           CALL 'CBL_RENAME_FILE' USING WS-ARQ-ORIGEM WS-ARQ-DESTINO
                RETURNING WS-RET-CBL
           IF WS-RET-CBL NOT EQUAL ZEROS
              MOVE WS-RET-CBL TO WS-RET-CBL-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - RENOMEACAO DE FINOPER.dat - RETCODE = '
                     WS-RET-CBL-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Cadastro que nao abre no layout antigo (FILE STATUS '39')
      *    ja foi convertido: volta o nome e para.
           OPEN INPUT FINOPERA
           IF WS-FS-FINOPERA NOT EQUAL '00'
              PERFORM P0900-DESFAZ-RENOMEACAO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINOPER.ant - FILE STATUS = '
                     WS-FS-FINOPERA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE WS-SUPERV-ID TO FINOPERA-ID
           READ FINOPERA
              INVALID KEY
                 CLOSE FINOPERA
                 PERFORM P0900-DESFAZ-RENOMEACAO
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - SUPERVISOR ' WS-SUPERV-ID
                        ' NAO CADASTRADO'
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
           END-READ
           IF FINOPERA-PERFIL NOT EQUAL 'S'
              OR FINOPERA-IND-ATIVO NOT EQUAL 'S'
              CLOSE FINOPERA
              PERFORM P0900-DESFAZ-RENOMEACAO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPERADOR ' WS-SUPERV-ID
                     ' NAO E SUPERVISOR ATIVO'
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN OUTPUT FINOPER
           IF WS-FS-FINOPER NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINOPER - FILE STATUS = '
                     WS-FS-FINOPER
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE LOW-VALUES TO FINOPERA-ID
           START FINOPERA KEY NOT LESS THAN FINOPERA-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINOPERA-SW
           END-START

           .

      *-----------------------------------------------------------------
       P0100-PEDE-SUPERVISOR SECTION.
      * Supervisor que sai da conversao com senha provisoria; a senha
      * e digitada duas vezes e so o resumo e gravado.
      *-----------------------------------------------------------------

           MOVE 'P0100-PEDE-SUPERVISOR' TO WS-NOM-PARAGRAFO

           DISPLAY 'CODIGO DO SUPERVISOR QUE LIBERA OS OPERADORES: '
           ACCEPT WS-SUPERV-ID
           IF WS-SUPERV-ID EQUAL SPACES
              MOVE 'ERRO - SUPERVISOR NAO INFORMADO' TO WS-MSG
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'SENHA PROVISORIA (MINIMO 6 CARACTERES): '
           ACCEPT WS-SENHA-PROVISORIA
           DISPLAY 'CONFIRME A SENHA PROVISORIA: '
           ACCEPT WS-SENHA-CONFIRMA

           IF WS-SENHA-PROVISORIA NOT EQUAL WS-SENHA-CONFIRMA
              MOVE 'ERRO - AS SENHAS NAO CONFEREM' TO WS-MSG
              PERFORM P8000-ERRO
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-SENHA-PROVISORIA)) < 6
              MOVE 'ERRO - SENHA PROVISORIA MUITO CURTA' TO WS-MSG
              PERFORM P8000-ERRO
           END-IF

           MOVE WS-SUPERV-ID        TO WS-SNH-COD-OPER
           MOVE WS-SENHA-PROVISORIA TO WS-SNH-SENHA
           CALL 'SRSENHA' USING WS-PARM-SENHA
           MOVE WS-SNH-HASH TO WS-HASH-SUPERV
           MOVE SPACES      TO WS-SENHA-PROVISORIA
                               WS-SENHA-CONFIRMA
                               WS-SNH-SENHA

           .

      *-----------------------------------------------------------------
       P0900-DESFAZ-RENOMEACAO SECTION.
      * Devolve o nome FINOPER.dat ao cadastro antigo quando a
      * conversao e recusada antes de gravar.
      *-----------------------------------------------------------------

           MOVE 'FINOPER.ant' TO WS-ARQ-ORIGEM
           MOVE 'FINOPER.dat' TO WS-ARQ-DESTINO
           CALL 'CBL_RENAME_FILE' USING WS-ARQ-ORIGEM WS-ARQ-DESTINO
                RETURNING WS-RET-CBL
           IF WS-RET-CBL NOT EQUAL ZEROS
              MOVE WS-RET-CBL TO WS-RET-CBL-DISP
              DISPLAY 'AVISO - FINOPER.ant NAO VOLTOU A FINOPER.dat - '
                      'RETCODE = ' WS-RET-CBL-DISP
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINOPERA
              READ FINOPERA NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINOPERA-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P2000-CONVERTE-OPERADOR
              END-READ
              IF WS-FS-FINOPERA NOT EQUAL '00' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINOPER.ant - FILE STATUS = '
                        WS-FS-FINOPERA
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CONVERTE-OPERADOR SECTION.
      * Operador sem senha sai bloqueado e com troca obrigatoria; so o
      * supervisor informado sai com a senha provisoria.
      *-----------------------------------------------------------------

           MOVE 'P2000-CONVERTE-OPERADOR' TO WS-NOM-PARAGRAFO

           MOVE SPACES             TO REG-FINOPER
           MOVE FINOPERA-ID        TO FINOPER-ID
           MOVE FINOPERA-NOME      TO FINOPER-NOME
           MOVE FINOPERA-PERFIL    TO FINOPER-PERFIL
           MOVE FINOPERA-IND-ATIVO TO FINOPER-IND-ATIVO
           MOVE ZEROS              TO FINOPER-DT-EXPIRA
                                      FINOPER-QTD-FALHAS
           MOVE 'S'                TO FINOPER-IND-TROCA

           IF FINOPERA-ID EQUAL WS-SUPERV-ID
              MOVE WS-HASH-SUPERV  TO FINOPER-SENHA-HASH
              MOVE 'N'             TO FINOPER-IND-BLOQUEIO
           ELSE
              MOVE ZEROS           TO FINOPER-SENHA-HASH
              MOVE 'S'             TO FINOPER-IND-BLOQUEIO
              ADD 1 TO WS-QTD-BLOQUEADOS
           END-IF

           WRITE REG-FINOPER
           IF WS-FS-FINOPER NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINOPER - FILE STATUS = '
                     WS-FS-FINOPER
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB257 - TERMINO COM ERRO'
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

           CLOSE FINOPERA
                 FINOPER

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB257 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD OPERADORES LIDOS        - ' WS-QTD-LIDOS
           DISPLAY 'QTD OPERADORES GRAVADOS     - ' WS-QTD-GRAVADOS
           DISPLAY 'QTD BLOQUEADOS (SEM SENHA)  - ' WS-QTD-BLOQUEADOS
           DISPLAY 'SUPERVISOR COM SENHA PROVISORIA - ' WS-SUPERV-ID
           DISPLAY '***************************************************'

           .
