      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANUTENCAO DO PLANO DE CONTAS CONTABIL (CONTAS DO
      *              RAZAO GERAL USADAS PELO ROTEIRO CONTABIL E PELO
      *              BALANCETE DIARIO).
      *              ARQUIVOS: FINPLCT - PLANO DE CONTAS, CHAVEADO PELA
      *                                  CONTA CONTABIL
      *                        FINRAZS - SALDOS DO RAZAO (SO CONSULTA,
      *                                  PARA IMPEDIR A EXCLUSAO DE
      *                                  CONTA COM SALDO)
      *
      * ESPECIFICAÇÃO
      * O extrato FINGL do FINPB100 tem uma linha por agencia com a
      * conta contabil derivada (100000 + AGENCIA) e nao serve como
      * razao. O plano de contas cadastra cada conta contabil com
      * descricao, grupo e natureza do saldo:
      *   GRUPO    1=ATIVO  2=PASSIVO  3=PATRIMONIO LIQUIDO
      *            4=RECEITA  5=DESPESA  9=COMPENSACAO/TRANSITORIA
      *   NATUREZA D=DEVEDORA  C=CREDORA
      * O roteiro contabil (FINRCMNT) so aceita contas deste plano; o
      * diario (FINPB106) desvia para a conta transitoria 999999 o
      * lancamento cuja conta nao esteja cadastrada, e o balancete
      * mostra a descricao daqui. Conta com saldo no razao (FINRAZS)
      * nao pode ser excluida.
      * Opcoes: incluir, alterar, consultar, excluir e listar.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPCMNT.
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
      *    PLANO DE CONTAS - ACESSO DIRETO E LISTAGEM (START + READ
      *    NEXT)
           SELECT FINPLCT  ASSIGN TO 'FINPLCT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINPLCT-CONTA
                  FILE STATUS IS WS-FS-FINPLCT.
      *    SALDOS DO RAZAO - CONFERENCIA NA EXCLUSAO (START + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINPB106 (VER FD FINRAZS, LA).
           SELECT FINRAZS  ASSIGN TO 'FINRAZS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINRAZS-CHAVE
                  FILE STATUS IS WS-FS-FINRAZS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINPLCT
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINPLCT.
      *    CONTA CONTABIL (6 DIGITOS; 999999 = TRANSITORIA DO DIARIO)
           03  FINPLCT-CONTA          PIC  9(006).
           03  FINPLCT-DESCRICAO      PIC  X(040).
      *    '1'=Ativo '2'=Passivo '3'=Patrimonio liquido '4'=Receita
      *    '5'=Despesa '9'=Compensacao/transitoria
           03  FINPLCT-GRUPO          PIC  X(001).
              88  FINPLCT-GRUPO-VALIDO       VALUE '1' '2' '3' '4'
                                                   '5' '9'.
      *    NATUREZA DO SALDO: 'D'=Devedora 'C'=Credora
           03  FINPLCT-NATUREZA       PIC  X(001).
              88  FINPLCT-NATUREZA-VALIDA    VALUE 'D' 'C'.
           03  FILLER                 PIC  X(012).
      *
       FD  FINRAZS
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINRAZS.
           03  FINRAZS-CHAVE.
               05  FINRAZS-CONTA      PIC  9(006).
               05  FINRAZS-COD-MOEDA  PIC  X(003).
           03  FINRAZS-DT-MOVTO       PIC  9(008).
           03  FINRAZS-VL-SLD-ANTERIOR PIC S9(013)V99.
           03  FINRAZS-VL-DEBITO      PIC  9(013)V99.
           03  FINRAZS-VL-CREDITO     PIC  9(013)V99.
           03  FINRAZS-VL-SLD         PIC  S9(013)V99.
           03  FILLER                 PIC  X(003).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPCMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINPLCT          PIC X(002)  VALUE '00'.
           05  WS-FS-FINRAZS          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-FINPLCT-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINPLCT                VALUE 'S'.
           05  WS-FIM-FINRAZS-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINRAZS                VALUE 'S'.
      *    RAZAO AUSENTE = NENHUMA CONTA TEM SALDO
           05  WS-FINRAZS-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINRAZS-DISPONIVEL         VALUE 'S'.
           05  WS-CONTA-COM-SALDO-SW  PIC X(001)  VALUE 'N'.
              88  CONTA-COM-SALDO            VALUE 'S'.
           05  WS-QTD-LISTADAS        PIC 9(005)  VALUE ZEROS.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-CONTA.
           05  WS-PLC-CONTA           PIC  9(006)  VALUE ZEROS.
           05  WS-PLC-DESCRICAO       PIC  X(040)  VALUE SPACES.
           05  WS-PLC-GRUPO           PIC  X(001)  VALUE SPACES.
              88  WS-PLC-GRUPO-VALIDO        VALUE '1' '2' '3' '4'
                                                   '5' '9'.
           05  WS-PLC-NATUREZA        PIC  X(001)  VALUE SPACES.
              88  WS-PLC-NATUREZA-VALIDA     VALUE 'D' 'C'.
           05  WS-PLC-RESPOSTA        PIC  X(001)  VALUE SPACES.
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
      * Abre o plano; se o arquivo ainda nao existir (primeira
      * execucao), ele e criado antes de ser reaberto para leitura e
      * gravacao. O razao e so consultado (ausente = sem saldos).
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

           OPEN I-O FINPLCT
           IF WS-FS-FINPLCT EQUAL '35'
              OPEN OUTPUT FINPLCT
              IF WS-FS-FINPLCT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINPLCT - FILE STATUS = '
                        WS-FS-FINPLCT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINPLCT
              OPEN I-O FINPLCT
           END-IF
           IF WS-FS-FINPLCT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINRAZS
           EVALUATE WS-FS-FINRAZS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINRAZS-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINRAZS - FILE STATUS = '
                           WS-FS-FINRAZS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPCMNT - PLANO DE CONTAS CONTABIL'
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
                      '(L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'I'  WHEN 'i'
                      PERFORM P2000-INCLUIR-CONTA
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ALTERAR-CONTA
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-CONTA
                 WHEN 'E'  WHEN 'e'
                      PERFORM P5000-EXCLUIR-CONTA
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6000-LISTAR-CONTAS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-PEDE-CHAVE SECTION.
      * Pede a conta contabil e a posiciona na chave do registro.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-PLC-CONTA
           PERFORM UNTIL WS-PLC-CONTA NOT EQUAL ZEROS
              DISPLAY 'CONTA CONTABIL (6 DIGITOS): '
              ACCEPT WS-PLC-CONTA
              IF WS-PLC-CONTA EQUAL ZEROS
                 DISPLAY 'CONTA INVALIDA.'
              END-IF
           END-PERFORM

           MOVE WS-PLC-CONTA TO FINPLCT-CONTA

           .

      *-----------------------------------------------------------------
       P1600-PEDE-DADOS SECTION.
      * Pede descricao, grupo e natureza da conta.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-PLC-DESCRICAO
           PERFORM UNTIL WS-PLC-DESCRICAO NOT EQUAL SPACES
              DISPLAY 'DESCRICAO: '
              ACCEPT WS-PLC-DESCRICAO
           END-PERFORM

           MOVE SPACES TO WS-PLC-GRUPO
           PERFORM UNTIL WS-PLC-GRUPO-VALIDO
              DISPLAY 'GRUPO (1=ATIVO 2=PASSIVO 3=PATRIM.LIQUIDO '
                      '4=RECEITA 5=DESPESA 9=TRANSITORIA): '
              ACCEPT WS-PLC-GRUPO
              IF NOT WS-PLC-GRUPO-VALIDO
                 DISPLAY 'GRUPO INVALIDO.'
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-PLC-NATUREZA
           PERFORM UNTIL WS-PLC-NATUREZA-VALIDA
              DISPLAY 'NATUREZA DO SALDO (D=DEVEDORA C=CREDORA): '
              ACCEPT WS-PLC-NATUREZA
              IF NOT WS-PLC-NATUREZA-VALIDA
                 DISPLAY 'NATUREZA INVALIDA.'
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-INCLUIR-CONTA SECTION.
      * Inclui uma conta nova; rejeita conta ja cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-CONTA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINPLCT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'CONTA JA CADASTRADA.'
           END-READ

           IF WS-FS-FINPLCT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINPLCT EQUAL '23'
              PERFORM P1600-PEDE-DADOS

              MOVE SPACES           TO REG-FINPLCT
              MOVE WS-PLC-CONTA     TO FINPLCT-CONTA
              MOVE WS-PLC-DESCRICAO TO FINPLCT-DESCRICAO
              MOVE WS-PLC-GRUPO     TO FINPLCT-GRUPO
              MOVE WS-PLC-NATUREZA  TO FINPLCT-NATUREZA

              WRITE REG-FINPLCT
              IF WS-FS-FINPLCT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINPLCT - FILE STATUS = '
                        WS-FS-FINPLCT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'CONTA INCLUIDA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-CONTA SECTION.
      * Altera descricao, grupo e natureza de uma conta cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-CONTA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINPLCT
              INVALID KEY
                 DISPLAY 'CONTA NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINPLCT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINPLCT EQUAL '00'
              DISPLAY 'DESCRICAO ATUAL : ' FINPLCT-DESCRICAO
              DISPLAY 'GRUPO ATUAL ....: ' FINPLCT-GRUPO
              DISPLAY 'NATUREZA ATUAL .: ' FINPLCT-NATUREZA
              PERFORM P1600-PEDE-DADOS

              MOVE WS-PLC-DESCRICAO TO FINPLCT-DESCRICAO
              MOVE WS-PLC-GRUPO     TO FINPLCT-GRUPO
              MOVE WS-PLC-NATUREZA  TO FINPLCT-NATUREZA

              REWRITE REG-FINPLCT
              IF WS-FS-FINPLCT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINPLCT - FILE STATUS = '
                        WS-FS-FINPLCT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'CONTA ALTERADA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-CONTA SECTION.
      * Consulta uma conta cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-CONTA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINPLCT
              INVALID KEY
                 DISPLAY 'CONTA NAO CADASTRADA.'
              NOT INVALID KEY
                 DISPLAY 'CONTA .........: ' FINPLCT-CONTA
                 DISPLAY 'DESCRICAO .....: ' FINPLCT-DESCRICAO
                 DISPLAY 'GRUPO .........: ' FINPLCT-GRUPO
                 DISPLAY 'NATUREZA ......: ' FINPLCT-NATUREZA
           END-READ

           IF WS-FS-FINPLCT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-EXCLUIR-CONTA SECTION.
      * Exclui uma conta cadastrada, mediante confirmacao; conta com
      * saldo no razao, em qualquer moeda, nao pode ser excluida.
      *-----------------------------------------------------------------

           MOVE 'P5000-EXCLUIR-CONTA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINPLCT
              INVALID KEY
                 DISPLAY 'CONTA NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINPLCT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINPLCT NOT EQUAL '00'
              EXIT SECTION
           END-IF

           PERFORM P5500-VERIFICA-SALDO
           IF CONTA-COM-SALDO
              DISPLAY 'CONTA COM SALDO NO RAZAO - EXCLUSAO RECUSADA.'
              EXIT SECTION
           END-IF

           DISPLAY 'DESCRICAO .....: ' FINPLCT-DESCRICAO
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? '
           ACCEPT WS-PLC-RESPOSTA

           IF WS-PLC-RESPOSTA EQUAL 'S' OR 's'
              DELETE FINPLCT
              IF WS-FS-FINPLCT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - DELETE FINPLCT - FILE STATUS = '
                        WS-FS-FINPLCT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'CONTA EXCLUIDA COM SUCESSO.'
              END-IF
           ELSE
              DISPLAY 'EXCLUSAO CANCELADA.'
           END-IF

           .

      *-----------------------------------------------------------------
       P5500-VERIFICA-SALDO SECTION.
      * Liga CONTA-COM-SALDO se alguma moeda da conta tem saldo
      * diferente de zero no razao.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-COM-SALDO-SW
           IF NOT FINRAZS-DISPONIVEL
              EXIT SECTION
           END-IF

           MOVE 'N'          TO WS-FIM-FINRAZS-SW
           MOVE WS-PLC-CONTA TO FINRAZS-CONTA
           MOVE LOW-VALUES   TO FINRAZS-COD-MOEDA
           START FINRAZS KEY NOT LESS THAN FINRAZS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINRAZS-SW
           END-START

           PERFORM UNTIL FIM-FINRAZS
                      OR CONTA-COM-SALDO
              READ FINRAZS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINRAZS-SW
                 NOT AT END
                    IF FINRAZS-CONTA NOT EQUAL WS-PLC-CONTA
                       MOVE 'S' TO WS-FIM-FINRAZS-SW
                    ELSE
                       IF FINRAZS-VL-SLD NOT EQUAL ZEROS
                          MOVE 'S' TO WS-CONTA-COM-SALDO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6000-LISTAR-CONTAS SECTION.
      * Lista o plano de contas inteiro, em ordem de conta.
      *-----------------------------------------------------------------

           MOVE 'P6000-LISTAR-CONTAS' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE 'N'   TO WS-FIM-FINPLCT-SW
           MOVE ZEROS TO FINPLCT-CONTA
           START FINPLCT KEY NOT LESS THAN FINPLCT-CONTA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINPLCT-SW
           END-START

           DISPLAY 'CONTA   G N DESCRICAO'
           PERFORM UNTIL FIM-FINPLCT
              READ FINPLCT NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINPLCT-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LISTADAS
                    DISPLAY FINPLCT-CONTA '  '
                            FINPLCT-GRUPO ' '
                            FINPLCT-NATUREZA ' '
                            FINPLCT-DESCRICAO
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS EQUAL ZEROS
              DISPLAY 'PLANO DE CONTAS VAZIO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPCMNT - TERMINO COM ERRO'
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

           CLOSE FINPLCT
           IF FINRAZS-DISPONIVEL
              CLOSE FINRAZS
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPCMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
