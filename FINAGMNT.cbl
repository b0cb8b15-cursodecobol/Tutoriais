      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CADASTRO DE AGENCIAS: NOME, CIDADE, SERVIDOR DE
      *              AGENCIA QUE A ATENDE ('01'-'04'), SITUACAO E DATA
      *              DE ENCERRAMENTO E LIMITE SEGURADO DE NUMERARIO.
      *              ARQUIVOS : FINAGEN  - CADASTRO DE AGENCIAS
      *                         FINSLD   - SALDOS (CONFERENCIA DE
      *                                    CONTAS NO ENCERRAMENTO)
      *
      * ESPECIFICAÇÃO
      * Ate aqui a agencia so existia como o numero de 4 digitos da
      * chave de FINSLD. Exige sign-on pela SRSIGNON com perfil de
      * manutencao ('M') ou supervisor ('S'). Opcoes:
      * (I)NCLUIR    - numero (diferente de zero e ainda nao
      *                cadastrado), nome, cidade, servidor '01'-'04' e
      *                limite segurado de numerario; a agencia nasce
      *                ativa ('A').
      * (A)LTERAR    - nome, cidade e servidor de uma agencia ativa
      *                (em branco = mantem o atual) e, se pedido, o
      *                limite segurado.
      * (E)NCERRAR   - supervisor (perfil 'S'). So para agencia ativa
      *                SEM conta ativa ou congelada em FINSLD; agencia
      *                com contas e encerrada pela incorporacao
      *                supervisionada do FINPB229, que transfere as
      *                contas para a agencia incorporadora.
      * (C)ONSULTAR  - mostra uma agencia pelo numero.
      * (L)ISTAR     - lista todas as agencias em ordem de numero.
      * Situacoes: 'A' ativa, 'E' encerrada (com a data e, quando
      * incorporada, a agencia incorporadora). O servidor do cadastro
      * e o usado pelo FINPB235 na distribuicao da posicao.
      * LIMITE SEGURADO: valor maximo, em reais inteiros, de numerario
      * que a apolice cobre no cofre da agencia (FINCFMNT); o relatorio
      * diario do cofre (FINPB275) aponta a agencia que fecha o dia
      * acima dele. Zero (ou agencia cadastrada antes do limite) = sem
      * limite informado.
      * Na primeira execucao o cadastro e criado vazio.
      ******************************************************************
      * VRS002 - 15/10/2026 - LIMITE SEGURADO DE NUMERARIO DA AGENCIA
      *                       (FINAGEN-VL-LIMITE-SEGURO, DO FILLER),
      *                       USADO PELO CONTROLE DO COFRE.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINAGMNT.
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
      *    CADASTRO DE AGENCIAS - ACESSO DIRETO E LISTAGEM (DYNAMIC)
           SELECT FINAGEN  ASSIGN TO 'FINAGEN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINAGEN-NR-AGEN
                  FILE STATUS IS WS-FS-FINAGEN.
      *    ARQUIVO SALDOS - CONTAS DA AGENCIA NO ENCERRAMENTO (READ)
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA).
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINSLD-CHAVE
                  FILE STATUS IS WS-FS-FINSLD.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    AGENCIA: UM REGISTRO POR NUMERO DE AGENCIA DA CHAVE DE FINSLD
       FD  FINAGEN
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINAGEN.
           03  FINAGEN-NR-AGEN        PIC  9(004).
           03  FINAGEN-NOME           PIC  X(030).
           03  FINAGEN-CIDADE         PIC  X(025).
      *    SERVIDOR DE AGENCIA QUE ATENDE A AGENCIA (ORIGEM DO FINPB105)
           03  FINAGEN-COD-SERVIDOR   PIC  X(002).
              88  FINAGEN-SERVIDOR-VALIDO    VALUE '01' '02' '03' '04'.
      *    'A'=Ativa, 'E'=Encerrada
           03  FINAGEN-STATUS         PIC  X(001).
              88  FINAGEN-ATIVA              VALUE 'A'.
              88  FINAGEN-ENCERRADA          VALUE 'E'.
           03  FINAGEN-DT-ENCERRAMENTO PIC 9(008).
      *    AGENCIA QUE RECEBEU AS CONTAS (FINPB229); ZEROS = NENHUMA
           03  FINAGEN-AGEN-INCORPORA PIC  9(004).
           03  FINAGEN-DT-CADASTRO    PIC  9(008).
      *    OPERADOR DA ULTIMA MANUTENCAO
           03  FINAGEN-COD-OPER       PIC  X(008).
      *    LIMITE SEGURADO DE NUMERARIO NO COFRE, EM REAIS INTEIROS
      *    (NAO NUMERICO OU ZERO = SEM LIMITE INFORMADO)
           03  FINAGEN-VL-LIMITE-SEGURO PIC 9(009).
           03  FILLER                 PIC  X(001).
      *
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA)
       FD  FINSLD
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD.
           03 FINSLD-CHAVE.
              05  FINSLD-NR-AGEN      PIC  9(004).
              05  FINSLD-NR-CC        PIC  X(011).
              05  FINSLD-COD-SUBCONTA PIC  X(002).
           03  FINSLD-VL-SLD          PIC  S9(009)V99.
           03  FINSLD-STATUS          PIC  X(001).
              88  FINSLD-CONTA-ENCERRADA     VALUE 'E'.
           03  FINSLD-IND-LIMITE      PIC  X(001).
           03  FINSLD-VL-LIMITE       PIC  9(009)V99.
           03  FINSLD-COD-MOEDA       PIC  X(003).
           03  FINSLD-TIPO-CONTA      PIC  X(001).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINAGMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '002'.
      *
           05  WS-FS-FINAGEN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-AGENCIA-ACHADA-SW   PIC X(001)  VALUE 'N'.
              88  AGENCIA-ACHADA             VALUE 'S'.
           05  WS-FIM-VARREDURA-SW    PIC X(001)  VALUE 'N'.
              88  FIM-VARREDURA              VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-CONTAS-ATIVAS   PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-LISTADAS        PIC 9(005)  VALUE ZEROS.
           05  WS-DESC-STATUS         PIC X(010)  VALUE SPACES.
           05  WS-VL-LIMITE-EDITADO   PIC ZZZ.ZZZ.ZZ9.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-AGENCIA.
           05  WS-AGE-NR-AGEN         PIC  9(004)  VALUE ZEROS.
           05  WS-AGE-NOME            PIC  X(030)  VALUE SPACES.
           05  WS-AGE-CIDADE          PIC  X(025)  VALUE SPACES.
           05  WS-AGE-COD-SERVIDOR    PIC  X(002)  VALUE SPACES.
           05  WS-AGE-VL-LIMITE       PIC  9(009)  VALUE ZEROS.
           05  WS-AGE-RESPOSTA        PIC  X(001)  VALUE SPACES.
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
      * Sign-on (manutencao ou supervisor) e abertura dos arquivos; o
      * cadastro e criado vazio na primeira execucao.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINAGMNT - CADASTRO DE AGENCIAS'
           DISPLAY '***************************************************'

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

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN I-O FINAGEN
           IF WS-FS-FINAGEN EQUAL '35'
              OPEN OUTPUT FINAGEN
              CLOSE FINAGEN
              OPEN I-O FINAGEN
           END-IF
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-EXECUCAO
           DISPLAY 'OPERADOR ............: ' WS-SGN-COD-OPER

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(I)NCLUIR  (A)LTERAR  (E)NCERRAR  '
                      '(C)ONSULTAR  (L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'I'  WHEN 'i'
                      PERFORM P2000-INCLUIR-AGENCIA
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ALTERAR-AGENCIA
                 WHEN 'E'  WHEN 'e'
                      PERFORM P4000-ENCERRAR-AGENCIA
                 WHEN 'C'  WHEN 'c'
                      PERFORM P5000-CONSULTAR-AGENCIA
                 WHEN 'L'  WHEN 'l'
                      PERFORM P5500-LISTAR-AGENCIAS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-INCLUIR-AGENCIA SECTION.
      * Inclui uma agencia nova, ativa, com nome, cidade e servidor.
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-AGENCIA' TO WS-NOM-PARAGRAFO

           DISPLAY 'NUMERO DA AGENCIA (4 DIGITOS): '
           ACCEPT WS-AGE-NR-AGEN
           IF WS-AGE-NR-AGEN NOT NUMERIC
              OR WS-AGE-NR-AGEN EQUAL ZEROS
              DISPLAY 'NUMERO DE AGENCIA INVALIDO.'
              EXIT SECTION
           END-IF

           PERFORM P6000-LE-AGENCIA
           IF AGENCIA-ACHADA
              DISPLAY 'AGENCIA JA CADASTRADA.'
              EXIT SECTION
           END-IF

           DISPLAY 'NOME DA AGENCIA: '
           ACCEPT WS-AGE-NOME
           IF WS-AGE-NOME EQUAL SPACES
              DISPLAY 'NOME OBRIGATORIO.'
              EXIT SECTION
           END-IF

           DISPLAY 'CIDADE: '
           ACCEPT WS-AGE-CIDADE
           IF WS-AGE-CIDADE EQUAL SPACES
              DISPLAY 'CIDADE OBRIGATORIA.'
              EXIT SECTION
           END-IF

           DISPLAY 'SERVIDOR DE AGENCIA (01-04): '
           ACCEPT WS-AGE-COD-SERVIDOR
           MOVE WS-AGE-COD-SERVIDOR TO FINAGEN-COD-SERVIDOR
           IF NOT FINAGEN-SERVIDOR-VALIDO
              DISPLAY 'SERVIDOR INVALIDO - INFORME DE 01 A 04.'
              EXIT SECTION
           END-IF

           DISPLAY 'LIMITE SEGURADO DO COFRE EM REAIS (0 = SEM '
                   'LIMITE): '
           ACCEPT WS-AGE-VL-LIMITE
           IF WS-AGE-VL-LIMITE NOT NUMERIC
              DISPLAY 'LIMITE SEGURADO INVALIDO.'
              EXIT SECTION
           END-IF

           MOVE SPACES              TO REG-FINAGEN
           MOVE WS-AGE-NR-AGEN      TO FINAGEN-NR-AGEN
           MOVE WS-AGE-NOME         TO FINAGEN-NOME
           MOVE WS-AGE-CIDADE       TO FINAGEN-CIDADE
           MOVE WS-AGE-COD-SERVIDOR TO FINAGEN-COD-SERVIDOR
           MOVE 'A'                 TO FINAGEN-STATUS
           MOVE ZEROS               TO FINAGEN-DT-ENCERRAMENTO
                                       FINAGEN-AGEN-INCORPORA
           MOVE WS-DATA-EXECUCAO    TO FINAGEN-DT-CADASTRO
           MOVE WS-SGN-COD-OPER     TO FINAGEN-COD-OPER
           MOVE WS-AGE-VL-LIMITE    TO FINAGEN-VL-LIMITE-SEGURO

           WRITE REG-FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'AGENCIA INCLUIDA.'

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-AGENCIA SECTION.
      * Altera nome, cidade e servidor de uma agencia ativa; campo
      * informado em branco mantem o conteudo atual.
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-AGENCIA' TO WS-NOM-PARAGRAFO

           DISPLAY 'NUMERO DA AGENCIA: '
           ACCEPT WS-AGE-NR-AGEN
           PERFORM P6000-LE-AGENCIA
           IF NOT AGENCIA-ACHADA
              DISPLAY 'AGENCIA NAO CADASTRADA.'
              EXIT SECTION
           END-IF
           IF NOT FINAGEN-ATIVA
              DISPLAY 'AGENCIA ENCERRADA - ALTERACAO NAO PERMITIDA.'
              EXIT SECTION
           END-IF

           PERFORM P6500-EXIBE-AGENCIA

           DISPLAY 'NOVO NOME (BRANCO = MANTEM): '
           ACCEPT WS-AGE-NOME
           DISPLAY 'NOVA CIDADE (BRANCO = MANTEM): '
           ACCEPT WS-AGE-CIDADE
           DISPLAY 'NOVO SERVIDOR 01-04 (BRANCO = MANTEM): '
           ACCEPT WS-AGE-COD-SERVIDOR

           IF WS-AGE-COD-SERVIDOR NOT EQUAL SPACES
              AND WS-AGE-COD-SERVIDOR NOT EQUAL '01' AND '02'
                                        AND '03' AND '04'
              DISPLAY 'SERVIDOR INVALIDO - INFORME DE 01 A 04.'
              EXIT SECTION
           END-IF

           DISPLAY 'ALTERAR O LIMITE SEGURADO DO COFRE (S/N)? '
           ACCEPT WS-AGE-RESPOSTA
           IF WS-AGE-RESPOSTA EQUAL 'S' OR 's'
              DISPLAY 'NOVO LIMITE SEGURADO EM REAIS (0 = SEM '
                      'LIMITE): '
              ACCEPT WS-AGE-VL-LIMITE
              IF WS-AGE-VL-LIMITE NOT NUMERIC
                 DISPLAY 'LIMITE SEGURADO INVALIDO.'
                 EXIT SECTION
              END-IF
              MOVE WS-AGE-VL-LIMITE    TO FINAGEN-VL-LIMITE-SEGURO
           END-IF

           IF WS-AGE-NOME NOT EQUAL SPACES
              MOVE WS-AGE-NOME         TO FINAGEN-NOME
           END-IF
           IF WS-AGE-CIDADE NOT EQUAL SPACES
              MOVE WS-AGE-CIDADE       TO FINAGEN-CIDADE
           END-IF
           IF WS-AGE-COD-SERVIDOR NOT EQUAL SPACES
              MOVE WS-AGE-COD-SERVIDOR TO FINAGEN-COD-SERVIDOR
           END-IF
           MOVE WS-SGN-COD-OPER        TO FINAGEN-COD-OPER

           PERFORM P7000-REGRAVA-AGENCIA

           DISPLAY 'AGENCIA ALTERADA.'

           .

      *-----------------------------------------------------------------
       P4000-ENCERRAR-AGENCIA SECTION.
      * Encerra uma agencia ativa sem contas em uso (supervisor). Com
      * conta ativa ou congelada, o caminho e a incorporacao FINPB229.
      *-----------------------------------------------------------------

           MOVE 'P4000-ENCERRAR-AGENCIA' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'FUNCAO RESTRITA A SUPERVISOR.'
              EXIT SECTION
           END-IF

           DISPLAY 'NUMERO DA AGENCIA: '
           ACCEPT WS-AGE-NR-AGEN
           PERFORM P6000-LE-AGENCIA
           IF NOT AGENCIA-ACHADA
              DISPLAY 'AGENCIA NAO CADASTRADA.'
              EXIT SECTION
           END-IF
           IF NOT FINAGEN-ATIVA
              DISPLAY 'AGENCIA JA ENCERRADA.'
              EXIT SECTION
           END-IF

           PERFORM P4500-CONTA-CONTAS-ATIVAS
           IF WS-QTD-CONTAS-ATIVAS > ZEROS
              DISPLAY 'AGENCIA COM ' WS-QTD-CONTAS-ATIVAS
                      ' CONTA(S) EM USO - ENCERRAR PELA '
                      'INCORPORACAO (FINPB229).'
              EXIT SECTION
           END-IF

           PERFORM P6500-EXIBE-AGENCIA
           DISPLAY 'CONFIRMA O ENCERRAMENTO DA AGENCIA (S/N)? '
           ACCEPT WS-AGE-RESPOSTA
           IF WS-AGE-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'ENCERRAMENTO CANCELADO.'
              EXIT SECTION
           END-IF

           MOVE 'E'              TO FINAGEN-STATUS
           MOVE WS-DATA-EXECUCAO TO FINAGEN-DT-ENCERRAMENTO
           MOVE ZEROS            TO FINAGEN-AGEN-INCORPORA
           MOVE WS-SGN-COD-OPER  TO FINAGEN-COD-OPER

           PERFORM P7000-REGRAVA-AGENCIA

           DISPLAY 'AGENCIA ENCERRADA EM ' WS-DATA-EXECUCAO '.'

           .

      *-----------------------------------------------------------------
       P4500-CONTA-CONTAS-ATIVAS SECTION.
      * Conta as contas nao encerradas da agencia em FINSLD (a chave
      * comeca pela agencia, entao basta posicionar no inicio dela).
      *-----------------------------------------------------------------

           MOVE 'P4500-CONTA-CONTAS-ATIVAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS           TO WS-QTD-CONTAS-ATIVAS
           MOVE 'N'             TO WS-FIM-VARREDURA-SW
           MOVE LOW-VALUES      TO FINSLD-CHAVE
           MOVE WS-AGE-NR-AGEN  TO FINSLD-NR-AGEN

           START FINSLD KEY NOT LESS FINSLD-CHAVE
           IF WS-FS-FINSLD NOT EQUAL '00'
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-VARREDURA
              READ FINSLD NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINSLD-NR-AGEN NOT EQUAL WS-AGE-NR-AGEN
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    ELSE
                       IF NOT FINSLD-CONTA-ENCERRADA
                          ADD 1 TO WS-QTD-CONTAS-ATIVAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5000-CONSULTAR-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P5000-CONSULTAR-AGENCIA' TO WS-NOM-PARAGRAFO

           DISPLAY 'NUMERO DA AGENCIA: '
           ACCEPT WS-AGE-NR-AGEN
           PERFORM P6000-LE-AGENCIA
           IF NOT AGENCIA-ACHADA
              DISPLAY 'AGENCIA NAO CADASTRADA.'
              EXIT SECTION
           END-IF

           PERFORM P6500-EXIBE-AGENCIA

           .

      *-----------------------------------------------------------------
       P5500-LISTAR-AGENCIAS SECTION.
      * Lista o cadastro inteiro em ordem de numero de agencia.
      *-----------------------------------------------------------------

           MOVE 'P5500-LISTAR-AGENCIAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE 'N'   TO WS-FIM-VARREDURA-SW
           MOVE ZEROS TO FINAGEN-NR-AGEN

           START FINAGEN KEY NOT LESS FINAGEN-NR-AGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              DISPLAY 'NENHUMA AGENCIA CADASTRADA.'
              EXIT SECTION
           END-IF

           DISPLAY 'AGEN NOME                           CIDADE'
                   '                    SRV SITUACAO   ENCERRADA'
           PERFORM UNTIL FIM-VARREDURA
              READ FINAGEN NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    PERFORM P6600-DESCREVE-STATUS
                    DISPLAY FINAGEN-NR-AGEN ' ' FINAGEN-NOME ' '
                            FINAGEN-CIDADE ' ' FINAGEN-COD-SERVIDOR
                            '  ' WS-DESC-STATUS ' '
                            FINAGEN-DT-ENCERRAMENTO
                    ADD 1 TO WS-QTD-LISTADAS
              END-READ
           END-PERFORM

           DISPLAY 'AGENCIAS LISTADAS: ' WS-QTD-LISTADAS

           .

      *-----------------------------------------------------------------
       P6000-LE-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-LE-AGENCIA' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-AGENCIA-ACHADA-SW
           IF WS-AGE-NR-AGEN NOT NUMERIC
              EXIT SECTION
           END-IF

           MOVE WS-AGE-NR-AGEN TO FINAGEN-NR-AGEN
           READ FINAGEN
           EVALUATE WS-FS-FINAGEN
               WHEN '00'
                    MOVE 'S' TO WS-AGENCIA-ACHADA-SW
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                           WS-FS-FINAGEN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P6500-EXIBE-AGENCIA SECTION.
      *-----------------------------------------------------------------

           PERFORM P6600-DESCREVE-STATUS

           DISPLAY '---------------------------------------------------'
           DISPLAY 'AGENCIA ...........: ' FINAGEN-NR-AGEN
           DISPLAY 'NOME ..............: ' FINAGEN-NOME
           DISPLAY 'CIDADE ............: ' FINAGEN-CIDADE
           DISPLAY 'SERVIDOR ..........: ' FINAGEN-COD-SERVIDOR
           DISPLAY 'SITUACAO ..........: ' WS-DESC-STATUS
           DISPLAY 'CADASTRADA EM .....: ' FINAGEN-DT-CADASTRO
           IF FINAGEN-VL-LIMITE-SEGURO NUMERIC
              AND FINAGEN-VL-LIMITE-SEGURO > ZEROS
              MOVE FINAGEN-VL-LIMITE-SEGURO TO WS-VL-LIMITE-EDITADO
              DISPLAY 'LIMITE SEGURADO ...: ' WS-VL-LIMITE-EDITADO
           ELSE
              DISPLAY 'LIMITE SEGURADO ...: NAO INFORMADO'
           END-IF
           IF FINAGEN-ENCERRADA
              DISPLAY 'ENCERRADA EM ......: ' FINAGEN-DT-ENCERRAMENTO
              IF FINAGEN-AGEN-INCORPORA > ZEROS
                 DISPLAY 'INCORPORADA PELA ..: '
                         FINAGEN-AGEN-INCORPORA
              END-IF
           END-IF
           DISPLAY 'ULTIMO OPERADOR ...: ' FINAGEN-COD-OPER
           DISPLAY '---------------------------------------------------'

           .

      *-----------------------------------------------------------------
       P6600-DESCREVE-STATUS SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FINAGEN-ATIVA
                    MOVE 'ATIVA'      TO WS-DESC-STATUS
               WHEN FINAGEN-ENCERRADA
                    MOVE 'ENCERRADA'  TO WS-DESC-STATUS
               WHEN OTHER
                    MOVE 'DESCONHEC.' TO WS-DESC-STATUS
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P7000-REGRAVA-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P7000-REGRAVA-AGENCIA' TO WS-NOM-PARAGRAFO

           REWRITE REG-FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINAGMNT - TERMINO COM ERRO'
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

           CLOSE FINAGEN
                 FINSLD

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINAGMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
