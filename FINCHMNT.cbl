      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CADASTRO DE TALOES DE CHEQUE POR CONTA E
      *              SUSTACAO (CONTRA-ORDEM) DE CHEQUES NO CAIXA.
      *              ARQUIVOS: FINTALAO - TALOES EMITIDOS, CHAVEADO
      *                                   PELA CONTA + PRIMEIRA FOLHA
      *                        FINCHEQ  - UM REGISTRO POR FOLHA,
      *                                   CHAVEADO PELA CONTA + NUMERO
      *                                   DO CHEQUE
      *                        FINSLD   - CONFERENCIA DA CONTA (READ)
      *
      * ESPECIFICAÇÃO
      * Opcoes:
      * (T)ALAO    - emite um talao para a conta (ativa): a numeracao
      *              continua a partir da ultima folha ja emitida para
      *              ela; grava o talao em FINTALAO e cada folha em
      *              FINCHEQ com situacao 'E' (emitido).
      * (S)USTAR   - registra a contra-ordem de um cheque emitido, com
      *              motivo e data de validade (zero = sem prazo).
      *              Cheque ja apresentado ou pago nao pode ser sustado.
      * (R)EVOGAR  - revoga a sustacao: o cheque volta a 'E'.
      * (C)ONSULTAR- mostra a situacao de um cheque.
      * (L)ISTAR   - lista os taloes da conta e as folhas que nao
      *              estao mais em branco (sustadas, apresentadas ou
      *              pagas).
      * Situacoes da folha: 'E' emitido, 'S' sustado, 'A' apresentado
      * na compensacao (FINPB210 aceitou o debito), 'P' pago (debito
      * postado pelo FINPB100 e baixado pelo FINPB191).
      * Os cheques que chegam pela camara sao conferidos contra este
      * cadastro no FINPB210; os recusados voltam pelo FINPB225.
      * Na primeira execucao os arquivos sao criados vazios.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINCHMNT.
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
      *    ARQUIVO SALDOS - CONFERENCIA DA CONTA (READ)
      *    MESMA DEFINICAO USADA PELO FINTLMNT (VER FD FINSLD-CONSULTA).
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CONS-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-CONSULTA.
      *    TALOES EMITIDOS - ACESSO DIRETO E POR FAIXA DA CONTA
           SELECT FINTALAO ASSIGN TO 'FINTALAO.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTALAO-CHAVE
                  FILE STATUS IS WS-FS-FINTALAO.
      *    FOLHAS DE CHEQUE - ACESSO DIRETO E POR FAIXA: PELA CONTA +
      *    NUMERO (CHAVE) E PELO ID-TRAN DO DEBITO (ALTERNATIVA)
           SELECT FINCHEQ  ASSIGN TO 'FINCHEQ.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCHEQ-CHAVE
                  ALTERNATE RECORD KEY IS FINCHEQ-ID-TRAN
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINCHEQ.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-CONSULTA.
           03  FINSLD-CONS-CHAVE      PIC  X(017).
           03  FINSLD-CONS-VL-SLD     PIC  S9(009)V99.
           03  FINSLD-CONS-STATUS     PIC  X(001).
              88  FINSLD-CONS-CONTA-ATIVA    VALUE 'A'.
           03  FINSLD-CONS-IND-LIMITE PIC  X(001).
           03  FINSLD-CONS-VL-LIMITE  PIC  9(009)V99.
           03  FINSLD-CONS-COD-MOEDA  PIC  X(003).
           03  FINSLD-CONS-TIPO-CONTA PIC  X(001).
      *
       FD  FINTALAO
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINTALAO.
           03  FINTALAO-CHAVE.
               05  FINTALAO-CONTA        PIC  X(017).
               05  FINTALAO-NR-INICIAL   PIC  9(006).
           03  FINTALAO-NR-FINAL         PIC  9(006).
           03  FINTALAO-QTD-FOLHAS       PIC  9(003).
           03  FINTALAO-DT-EMISSAO       PIC  9(008).
           03  FINTALAO-COD-OPER         PIC  X(008).
           03  FILLER                    PIC  X(012).
      *
       FD  FINCHEQ
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINCHEQ.
           03  FINCHEQ-CHAVE.
               05  FINCHEQ-CONTA         PIC  X(017).
               05  FINCHEQ-NR-CHEQUE     PIC  9(006).
      *    PRIMEIRA FOLHA DO TALAO A QUE O CHEQUE PERTENCE
           03  FINCHEQ-NR-TALAO          PIC  9(006).
      *    'E'=EMITIDO 'S'=SUSTADO 'A'=APRESENTADO 'P'=PAGO
           03  FINCHEQ-STATUS            PIC  X(001).
              88  FINCHEQ-EMITIDO               VALUE 'E'.
              88  FINCHEQ-SUSTADO               VALUE 'S'.
              88  FINCHEQ-APRESENTADO           VALUE 'A'.
              88  FINCHEQ-PAGO                  VALUE 'P'.
      *    '01'=FURTO/ROUBO '02'=EXTRAVIO '03'=DESACORDO COMERCIAL
      *    '04'=OUTROS
           03  FINCHEQ-MOTIVO-SUST       PIC  X(002).
           03  FINCHEQ-DT-SUSTACAO       PIC  9(008).
      *    ULTIMO DIA EM QUE A SUSTACAO VALE (99999999 = SEM PRAZO)
           03  FINCHEQ-DT-VALIDADE       PIC  9(008).
           03  FINCHEQ-OPER-SUSTACAO     PIC  X(008).
      *    DEBITO DA CAMARA QUE APRESENTOU O CHEQUE (FINPB210)
           03  FINCHEQ-ID-TRAN           PIC  9(010).
           03  FINCHEQ-DT-APRESENTACAO   PIC  9(008).
           03  FINCHEQ-DT-PAGAMENTO      PIC  9(008).
           03  FINCHEQ-VL-PAGO           PIC  9(009)V99.
           03  FILLER                    PIC  X(007).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINCHMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINTALAO         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCHEQ          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-FINTALAO-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINTALAO               VALUE 'S'.
           05  WS-FIM-FINCHEQ-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCHEQ                VALUE 'S'.
           05  WS-CONTA-OK-SW         PIC X(001)  VALUE 'N'.
              88  CONTA-OK                   VALUE 'S'.
           05  WS-CHEQUE-EXISTE-SW    PIC X(001)  VALUE 'N'.
              88  CHEQUE-EXISTE              VALUE 'S'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-CONFIRMA            PIC X(001)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-LISTADAS        PIC 9(005)  VALUE ZEROS.
           05  WS-VL-EDITADO          PIC -.---.---.--9,99.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-CAPTURA.
           05  WS-CAP-NR-AGEN         PIC  9(004)  VALUE ZEROS.
           05  WS-CAP-NR-CC           PIC  X(011)  VALUE SPACES.
           05  WS-CAP-COD-SUBCONTA    PIC  X(002)  VALUE SPACES.
           05  WS-CAP-CHAVE           PIC  X(017)  VALUE SPACES.
           05  WS-CAP-NR-CHEQUE       PIC  9(006)  VALUE ZEROS.
           05  WS-CAP-QTD-FOLHAS      PIC  9(003)  VALUE ZEROS.
           05  WS-CAP-MOTIVO          PIC  X(002)  VALUE SPACES.
              88  WS-CAP-MOTIVO-VALIDO       VALUE '01' '02' '03'
                                                   '04'.
           05  WS-CAP-DT-VALIDADE     PIC  9(008)  VALUE ZEROS.
           05  FILLER REDEFINES WS-CAP-DT-VALIDADE.
               10  WS-CAP-VAL-AAAA    PIC  9(004).
               10  WS-CAP-VAL-MM      PIC  9(002).
               10  WS-CAP-VAL-DD      PIC  9(002).
      *
      *    NUMERACAO DO TALAO A EMITIR
           05  WS-TAL-NR-INICIAL      PIC  9(007)  VALUE ZEROS.
           05  WS-TAL-NR-FINAL        PIC  9(007)  VALUE ZEROS.
           05  WS-TAL-NR-FOLHA        PIC  9(007)  VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (VALIDACAO DA CHAVE DA CONTA)
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-NR-AGEN        PIC 9(004).
           05  WS-PARM-NR-CC          PIC X(011).
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
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
      * Identifica o operador e abre os arquivos; o cadastro de taloes
      * e o de folhas sao criados vazios na primeira execucao.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT FINSLD-CONSULTA
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINTALAO
           IF WS-FS-FINTALAO EQUAL '35'
              OPEN OUTPUT FINTALAO
              CLOSE FINTALAO
              OPEN I-O FINTALAO
           END-IF
           IF WS-FS-FINTALAO NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINTALAO - FILE STATUS = '
                     WS-FS-FINTALAO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINCHEQ
           IF WS-FS-FINCHEQ EQUAL '35'
              OPEN OUTPUT FINCHEQ
              CLOSE FINCHEQ
              OPEN I-O FINCHEQ
           END-IF
           IF WS-FS-FINCHEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCHMNT - TALOES E SUSTACAO DE CHEQUES'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu e repete ate o operador optar por encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(T)ALAO  (S)USTAR  (R)EVOGAR  (C)ONSULTAR  '
                      '(L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'T'  WHEN 't'
                      PERFORM P3000-EMITIR-TALAO
                 WHEN 'S'  WHEN 's'
                      PERFORM P4000-SUSTAR-CHEQUE
                 WHEN 'R'  WHEN 'r'
                      PERFORM P5000-REVOGAR-SUSTACAO
                 WHEN 'C'  WHEN 'c'
                      PERFORM P6000-CONSULTAR-CHEQUE
                 WHEN 'L'  WHEN 'l'
                      PERFORM P7000-LISTAR-CONTA
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-PEDE-CONTA SECTION.
      * Valida a chave pela SRMINIMAL e confere em FINSLD que a conta
      * existe; WS-CONTA-OK-SW = 'S' se existe (ativa ou nao - quem
      * emite talao exige conta ativa).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-OK-SW

           DISPLAY 'AGENCIA: '
           ACCEPT WS-CAP-NR-AGEN
           DISPLAY 'CONTA: '
           ACCEPT WS-CAP-NR-CC
           DISPLAY 'SUBCONTA (BRANCO = 00-PRINCIPAL): '
           ACCEPT WS-CAP-COD-SUBCONTA
           IF WS-CAP-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO WS-CAP-COD-SUBCONTA
           END-IF

           MOVE WS-CAP-NR-AGEN TO WS-PARM-NR-AGEN
           MOVE WS-CAP-NR-CC   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           IF NOT WS-CHAVE-VALIDA
              DISPLAY 'CHAVE DE CONTA INVALIDA - RETORNO SRMINIMAL = '
                      WS-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAP-CHAVE
           STRING WS-CAP-NR-AGEN WS-CAP-NR-CC WS-CAP-COD-SUBCONTA
                  DELIMITED BY SIZE INTO WS-CAP-CHAVE
           END-STRING

           MOVE WS-CAP-CHAVE TO FINSLD-CONS-CHAVE
           READ FINSLD-CONSULTA
              INVALID KEY
                 DISPLAY 'CONTA NAO ENCONTRADA.'
              NOT INVALID KEY
                 MOVE 'S' TO WS-CONTA-OK-SW
           END-READ

           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1600-PEDE-CHEQUE SECTION.
      * Pede a conta e o numero do cheque e le a folha, se houver.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CHEQUE-EXISTE-SW

           PERFORM P1500-PEDE-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF

           DISPLAY 'NUMERO DO CHEQUE: '
           ACCEPT WS-CAP-NR-CHEQUE

           MOVE WS-CAP-CHAVE     TO FINCHEQ-CONTA
           MOVE WS-CAP-NR-CHEQUE TO FINCHEQ-NR-CHEQUE
           READ FINCHEQ
              INVALID KEY
                 DISPLAY 'CHEQUE NAO EMITIDO PARA ESTA CONTA.'
              NOT INVALID KEY
                 MOVE 'S' TO WS-CHEQUE-EXISTE-SW
           END-READ
           IF WS-FS-FINCHEQ NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-EMITIR-TALAO SECTION.
      * Emite um talao (01 a 50 folhas) para uma conta ativa. A
      * primeira folha e a seguinte a ultima ja emitida para a conta.
      *-----------------------------------------------------------------

           MOVE 'P3000-EMITIR-TALAO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF
           IF NOT FINSLD-CONS-CONTA-ATIVA
              DISPLAY 'CONTA NAO ESTA ATIVA - SITUACAO '
                      FINSLD-CONS-STATUS
              EXIT SECTION
           END-IF
      *    A camara so conhece a subconta principal (ver FINPB210).
           IF WS-CAP-COD-SUBCONTA NOT EQUAL '00'
              DISPLAY 'TALAO SO PARA A SUBCONTA PRINCIPAL (00).'
              EXIT SECTION
           END-IF

      *    ULTIMA FOLHA JA EMITIDA PARA A CONTA
           MOVE ZEROS        TO WS-TAL-NR-FINAL
           MOVE 'N'          TO WS-FIM-FINTALAO-SW
           MOVE WS-CAP-CHAVE TO FINTALAO-CONTA
           MOVE ZEROS        TO FINTALAO-NR-INICIAL
           START FINTALAO KEY NOT LESS THAN FINTALAO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTALAO-SW
           END-START
           PERFORM UNTIL FIM-FINTALAO
              READ FINTALAO NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTALAO-SW
                 NOT AT END
                    IF FINTALAO-CONTA NOT EQUAL WS-CAP-CHAVE
                       MOVE 'S' TO WS-FIM-FINTALAO-SW
                    ELSE
                       IF FINTALAO-NR-FINAL > WS-TAL-NR-FINAL
                          MOVE FINTALAO-NR-FINAL TO WS-TAL-NR-FINAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE ZEROS TO WS-CAP-QTD-FOLHAS
           PERFORM UNTIL WS-CAP-QTD-FOLHAS > ZEROS
                     AND WS-CAP-QTD-FOLHAS NOT > 50
              DISPLAY 'QUANTIDADE DE FOLHAS (01 A 50): '
              ACCEPT WS-CAP-QTD-FOLHAS
              IF WS-CAP-QTD-FOLHAS EQUAL ZEROS
                 OR WS-CAP-QTD-FOLHAS > 50
                 DISPLAY 'QUANTIDADE INVALIDA.'
              END-IF
           END-PERFORM

           COMPUTE WS-TAL-NR-INICIAL = WS-TAL-NR-FINAL + 1
           COMPUTE WS-TAL-NR-FINAL   = WS-TAL-NR-INICIAL
                                     + WS-CAP-QTD-FOLHAS - 1
           IF WS-TAL-NR-FINAL > 999999
              DISPLAY 'NUMERACAO DE CHEQUES DA CONTA ESGOTADA.'
              EXIT SECTION
           END-IF

           DISPLAY 'TALAO: FOLHAS ' WS-TAL-NR-INICIAL ' A '
                   WS-TAL-NR-FINAL
           DISPLAY 'CONFIRMA A EMISSAO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
              DISPLAY 'EMISSAO CANCELADA.'
              EXIT SECTION
           END-IF

           MOVE SPACES             TO REG-FINTALAO
           MOVE WS-CAP-CHAVE       TO FINTALAO-CONTA
           MOVE WS-TAL-NR-INICIAL  TO FINTALAO-NR-INICIAL
           MOVE WS-TAL-NR-FINAL    TO FINTALAO-NR-FINAL
           MOVE WS-CAP-QTD-FOLHAS  TO FINTALAO-QTD-FOLHAS
           MOVE WS-DATA-HOJE       TO FINTALAO-DT-EMISSAO
           MOVE WS-SGN-COD-OPER    TO FINTALAO-COD-OPER
           WRITE REG-FINTALAO
           IF WS-FS-FINTALAO NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTALAO - FILE STATUS = '
                     WS-FS-FINTALAO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM VARYING WS-TAL-NR-FOLHA FROM WS-TAL-NR-INICIAL BY 1
                     UNTIL WS-TAL-NR-FOLHA > WS-TAL-NR-FINAL
              MOVE SPACES            TO REG-FINCHEQ
              MOVE WS-CAP-CHAVE      TO FINCHEQ-CONTA
              MOVE WS-TAL-NR-FOLHA   TO FINCHEQ-NR-CHEQUE
              MOVE WS-TAL-NR-INICIAL TO FINCHEQ-NR-TALAO
              MOVE 'E'               TO FINCHEQ-STATUS
              MOVE ZEROS             TO FINCHEQ-DT-SUSTACAO
                                        FINCHEQ-DT-VALIDADE
                                        FINCHEQ-ID-TRAN
                                        FINCHEQ-DT-APRESENTACAO
                                        FINCHEQ-DT-PAGAMENTO
                                        FINCHEQ-VL-PAGO
              WRITE REG-FINCHEQ
              IF WS-FS-FINCHEQ NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINCHEQ - FILE STATUS = '
                        WS-FS-FINCHEQ
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           DISPLAY 'TALAO EMITIDO COM ' WS-CAP-QTD-FOLHAS ' FOLHA(S).'

           .

      *-----------------------------------------------------------------
       P4000-SUSTAR-CHEQUE SECTION.
      * Registra a contra-ordem de um cheque emitido e ainda nao
      * apresentado, com motivo e validade.
      *-----------------------------------------------------------------

           MOVE 'P4000-SUSTAR-CHEQUE' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1600-PEDE-CHEQUE
           IF NOT CHEQUE-EXISTE
              EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN FINCHEQ-SUSTADO
                    DISPLAY 'CHEQUE JA SUSTADO EM '
                            FINCHEQ-DT-SUSTACAO
                    EXIT SECTION
               WHEN FINCHEQ-APRESENTADO
                    DISPLAY 'CHEQUE JA APRESENTADO NA COMPENSACAO EM '
                            FINCHEQ-DT-APRESENTACAO
                    EXIT SECTION
               WHEN FINCHEQ-PAGO
                    DISPLAY 'CHEQUE JA PAGO EM ' FINCHEQ-DT-PAGAMENTO
                    EXIT SECTION
           END-EVALUATE

           MOVE SPACES TO WS-CAP-MOTIVO
           PERFORM UNTIL WS-CAP-MOTIVO-VALIDO
              DISPLAY 'MOTIVO (01-FURTO/ROUBO 02-EXTRAVIO '
                      '03-DESACORDO COMERCIAL 04-OUTROS): '
              ACCEPT WS-CAP-MOTIVO
              IF NOT WS-CAP-MOTIVO-VALIDO
                 DISPLAY 'MOTIVO INVALIDO.'
              END-IF
           END-PERFORM

           MOVE 1 TO WS-CAP-DT-VALIDADE
           PERFORM UNTIL WS-CAP-DT-VALIDADE EQUAL ZEROS
                      OR (WS-CAP-DT-VALIDADE NOT < WS-DATA-HOJE
                      AND WS-CAP-VAL-MM > ZEROS
                      AND WS-CAP-VAL-MM NOT > 12
                      AND WS-CAP-VAL-DD > ZEROS
                      AND WS-CAP-VAL-DD NOT > 31)
              DISPLAY 'VALIDADE AAAAMMDD (ZERO = SEM PRAZO): '
              ACCEPT WS-CAP-DT-VALIDADE
              IF WS-CAP-DT-VALIDADE NOT EQUAL ZEROS
                 AND (WS-CAP-DT-VALIDADE < WS-DATA-HOJE
                  OR WS-CAP-VAL-MM EQUAL ZEROS OR WS-CAP-VAL-MM > 12
                  OR WS-CAP-VAL-DD EQUAL ZEROS OR WS-CAP-VAL-DD > 31)
                 DISPLAY 'DATA INVALIDA OU ANTERIOR A HOJE.'
              END-IF
           END-PERFORM
           IF WS-CAP-DT-VALIDADE EQUAL ZEROS
              MOVE 99999999 TO WS-CAP-DT-VALIDADE
           END-IF

           MOVE 'S'                TO FINCHEQ-STATUS
           MOVE WS-CAP-MOTIVO      TO FINCHEQ-MOTIVO-SUST
           MOVE WS-DATA-HOJE       TO FINCHEQ-DT-SUSTACAO
           MOVE WS-CAP-DT-VALIDADE TO FINCHEQ-DT-VALIDADE
           MOVE WS-SGN-COD-OPER    TO FINCHEQ-OPER-SUSTACAO
           REWRITE REG-FINCHEQ
           IF WS-FS-FINCHEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'CHEQUE SUSTADO. SERA DEVOLVIDO SE APRESENTADO ATE '
                   WS-CAP-DT-VALIDADE '.'

           .

      *-----------------------------------------------------------------
       P5000-REVOGAR-SUSTACAO SECTION.
      * Revoga a contra-ordem: o cheque volta a ser pagavel.
      *-----------------------------------------------------------------

           MOVE 'P5000-REVOGAR-SUSTACAO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1600-PEDE-CHEQUE
           IF NOT CHEQUE-EXISTE
              EXIT SECTION
           END-IF

           IF NOT FINCHEQ-SUSTADO
              DISPLAY 'CHEQUE NAO ESTA SUSTADO - SITUACAO '
                      FINCHEQ-STATUS
              EXIT SECTION
           END-IF

           DISPLAY 'SUSTADO EM ' FINCHEQ-DT-SUSTACAO ' MOTIVO '
                   FINCHEQ-MOTIVO-SUST ' POR ' FINCHEQ-OPER-SUSTACAO
           DISPLAY 'CONFIRMA A REVOGACAO (S/N)? '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S' OR 's'
              MOVE 'E'    TO FINCHEQ-STATUS
              MOVE SPACES TO FINCHEQ-MOTIVO-SUST
                             FINCHEQ-OPER-SUSTACAO
              MOVE ZEROS  TO FINCHEQ-DT-SUSTACAO
                             FINCHEQ-DT-VALIDADE
              REWRITE REG-FINCHEQ
              IF WS-FS-FINCHEQ NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINCHEQ - FILE STATUS = '
                        WS-FS-FINCHEQ
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              DISPLAY 'SUSTACAO REVOGADA.'
           ELSE
              DISPLAY 'REVOGACAO CANCELADA.'
           END-IF

           .

      *-----------------------------------------------------------------
       P6000-CONSULTAR-CHEQUE SECTION.
      * Mostra a situacao de uma folha.
      *-----------------------------------------------------------------

           MOVE 'P6000-CONSULTAR-CHEQUE' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1600-PEDE-CHEQUE
           IF NOT CHEQUE-EXISTE
              EXIT SECTION
           END-IF

           DISPLAY 'TALAO ...........: ' FINCHEQ-NR-TALAO
           EVALUATE TRUE
               WHEN FINCHEQ-EMITIDO
                    DISPLAY 'SITUACAO ........: EMITIDO'
               WHEN FINCHEQ-SUSTADO
                    DISPLAY 'SITUACAO ........: SUSTADO'
                    DISPLAY 'MOTIVO ..........: ' FINCHEQ-MOTIVO-SUST
                    DISPLAY 'SUSTADO EM ......: ' FINCHEQ-DT-SUSTACAO
                            ' POR ' FINCHEQ-OPER-SUSTACAO
                    DISPLAY 'VALIDADE ........: ' FINCHEQ-DT-VALIDADE
               WHEN FINCHEQ-APRESENTADO
                    DISPLAY 'SITUACAO ........: APRESENTADO'
                    DISPLAY 'APRESENTADO EM ..: '
                            FINCHEQ-DT-APRESENTACAO
                    DISPLAY 'ID-TRAN .........: ' FINCHEQ-ID-TRAN
               WHEN FINCHEQ-PAGO
                    MOVE FINCHEQ-VL-PAGO TO WS-VL-EDITADO
                    DISPLAY 'SITUACAO ........: PAGO'
                    DISPLAY 'PAGO EM .........: ' FINCHEQ-DT-PAGAMENTO
                    DISPLAY 'VALOR ...........: ' WS-VL-EDITADO
                    DISPLAY 'ID-TRAN .........: ' FINCHEQ-ID-TRAN
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P7000-LISTAR-CONTA SECTION.
      * Lista os taloes da conta e as folhas que nao estao mais em
      * branco.
      *-----------------------------------------------------------------

           MOVE 'P7000-LISTAR-CONTA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF

           MOVE ZEROS        TO WS-QTD-LISTADAS
           MOVE 'N'          TO WS-FIM-FINTALAO-SW
           MOVE WS-CAP-CHAVE TO FINTALAO-CONTA
           MOVE ZEROS        TO FINTALAO-NR-INICIAL
           START FINTALAO KEY NOT LESS THAN FINTALAO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTALAO-SW
           END-START

           DISPLAY 'TALOES:  INICIAL  FINAL  FOLHAS  EMISSAO   OPERADOR'
           PERFORM UNTIL FIM-FINTALAO
              READ FINTALAO NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTALAO-SW
                 NOT AT END
                    IF FINTALAO-CONTA NOT EQUAL WS-CAP-CHAVE
                       MOVE 'S' TO WS-FIM-FINTALAO-SW
                    ELSE
                       ADD 1 TO WS-QTD-LISTADAS
                       DISPLAY '         '
                               FINTALAO-NR-INICIAL '  '
                               FINTALAO-NR-FINAL '  '
                               FINTALAO-QTD-FOLHAS '     '
                               FINTALAO-DT-EMISSAO '  '
                               FINTALAO-COD-OPER
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS EQUAL ZEROS
              DISPLAY 'NENHUM TALAO EMITIDO PARA A CONTA.'
              EXIT SECTION
           END-IF

           MOVE ZEROS        TO WS-QTD-LISTADAS
           MOVE 'N'          TO WS-FIM-FINCHEQ-SW
           MOVE WS-CAP-CHAVE TO FINCHEQ-CONTA
           MOVE ZEROS        TO FINCHEQ-NR-CHEQUE
           START FINCHEQ KEY NOT LESS THAN FINCHEQ-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINCHEQ-SW
           END-START

           DISPLAY 'FOLHAS:  CHEQUE  SIT MOT SUSTACAO VALIDADE  '
                   'APRESENT. PAGAMENTO'
           PERFORM UNTIL FIM-FINCHEQ
              READ FINCHEQ NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINCHEQ-SW
                 NOT AT END
                    IF FINCHEQ-CONTA NOT EQUAL WS-CAP-CHAVE
                       MOVE 'S' TO WS-FIM-FINCHEQ-SW
                    ELSE
                       IF NOT FINCHEQ-EMITIDO
                          ADD 1 TO WS-QTD-LISTADAS
                          DISPLAY '         '
                                  FINCHEQ-NR-CHEQUE '  '
                                  FINCHEQ-STATUS '   '
                                  FINCHEQ-MOTIVO-SUST '  '
                                  FINCHEQ-DT-SUSTACAO ' '
                                  FINCHEQ-DT-VALIDADE ' '
                                  FINCHEQ-DT-APRESENTACAO ' '
                                  FINCHEQ-DT-PAGAMENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS EQUAL ZEROS
              DISPLAY '         TODAS AS FOLHAS EM BRANCO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCHMNT - TERMINO COM ERRO'
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

           CLOSE FINSLD-CONSULTA
                 FINTALAO
                 FINCHEQ

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCHMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
