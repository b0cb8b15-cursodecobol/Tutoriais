      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANUTENCAO DO ROTEIRO CONTABIL (REGRA QUE DEFINE A
      *              CONTA A DEBITO E A CONTA A CREDITO DE CADA
      *              MOVIMENTO NO DIARIO CONTABIL).
      *              ARQUIVOS: FINROTC - ROTEIRO CONTABIL, CHAVEADO POR
      *                                  ORIGEM + INDICADOR + TIPO DE
      *                                  CONTA + MOEDA
      *                        FINPLCT - PLANO DE CONTAS (SO CONSULTA,
      *                                  VALIDA AS CONTAS DA REGRA)
      *
      * ESPECIFICAÇÃO
      * Cada regra diz, para uma combinacao de
      *   ORIGEM   CA=camara  BA=balcao/agencia  JU=juros  IR=imposto
      *            retido  TA=tarifas  EM=emprestimos  AJ=ajustes
      *            manuais  OR=ordens permanentes  TR=transferencias
      *            BJ=bloqueio judicial  CD=aplicacao CDB  OU=outras
      *            PV=provisao de emprestimos (FINPB193; indicador
      *            D=constituicao, C=reversao)
      *   INDICADOR D, C, J ou F (o mesmo do FINSLDA)
      *   TIPO     1=corrente 2=poupanca 3=investimento  *=qualquer
      *   MOEDA    codigo ISO (BRL, USD...)  ***=qualquer
      * qual conta do plano (FINPCMNT) recebe o debito e qual recebe o
      * credito. Um dos lados e a conta do cliente (depositos) e o
      * outro a conta de controle (camara, caixa, receita de tarifas,
      * despesa de juros, IR a recolher...). O FINPB106 procura
      * primeiro a regra exata, depois TIPO '*', depois MOEDA '***' e
      * por fim as duas genericas; sem regra, o lancamento vai para a
      * conta transitoria 999999.
      * Exemplo: CA C 1 BRL  D 110200 (CAMARA A LIQUIDAR)
      *                      C 210100 (DEPOSITOS A VISTA)
      * As duas contas precisam existir no plano de contas.
      * Opcoes: incluir, alterar, consultar, excluir e listar.
      ******************************************************************
      * VRS002 - 15/10/2026 - NOVA ORIGEM 'PV' (PROVISAO PARA CREDITOS
      *                       DE LIQUIDACAO DUVIDOSA, FINPB193).
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINRCMNT.
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
      *    ROTEIRO CONTABIL - ACESSO DIRETO E LISTAGEM (START + READ
      *    NEXT)
           SELECT FINROTC  ASSIGN TO 'FINROTC.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINROTC-CHAVE
                  FILE STATUS IS WS-FS-FINROTC.
      *    PLANO DE CONTAS - VALIDACAO DAS CONTAS DA REGRA
      *    MESMA DEFINICAO USADA PELO FINPCMNT (VER FD FINPLCT, LA).
           SELECT FINPLCT  ASSIGN TO 'FINPLCT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINPLCT-CONTA
                  FILE STATUS IS WS-FS-FINPLCT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINROTC
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINROTC.
           03  FINROTC-CHAVE.
      *        CLASSE DE ORIGEM DO MOVIMENTO (VER ESPECIFICACAO)
               05  FINROTC-ORIGEM     PIC  X(002).
      *        INDICADOR DO FINSLDA: D, C, J OU F
               05  FINROTC-IND-TRAN   PIC  X(001).
      *        TIPO DA CONTA DO CLIENTE; '*' = QUALQUER
               05  FINROTC-TIPO-CONTA PIC  X(001).
      *        MOEDA DA CONTA DO CLIENTE; '***' = QUALQUER
               05  FINROTC-COD-MOEDA  PIC  X(003).
           03  FINROTC-CONTA-DEBITO   PIC  9(006).
           03  FINROTC-CONTA-CREDITO  PIC  9(006).
           03  FINROTC-DESCRICAO      PIC  X(030).
           03  FILLER                 PIC  X(011).
      *
       FD  FINPLCT
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINPLCT.
           03  FINPLCT-CONTA          PIC  9(006).
           03  FINPLCT-DESCRICAO      PIC  X(040).
           03  FINPLCT-GRUPO          PIC  X(001).
           03  FINPLCT-NATUREZA       PIC  X(001).
           03  FILLER                 PIC  X(012).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINRCMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINROTC          PIC X(002)  VALUE '00'.
           05  WS-FS-FINPLCT          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-FINROTC-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINROTC                VALUE 'S'.
           05  WS-CONTA-VALIDA-SW     PIC X(001)  VALUE 'N'.
              88  CONTA-VALIDA               VALUE 'S'.
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
       01  WS-AREA-REGRA.
           05  WS-ROT-ORIGEM          PIC  X(002)  VALUE SPACES.
              88  WS-ROT-ORIGEM-VALIDA       VALUE 'CA' 'BA' 'JU'
                                                   'IR' 'TA' 'EM'
                                                   'AJ' 'OR' 'TR'
                                                   'BJ' 'CD' 'OU'
                                                   'PV'.
           05  WS-ROT-IND-TRAN        PIC  X(001)  VALUE SPACES.
              88  WS-ROT-IND-VALIDO          VALUE 'D' 'C' 'J' 'F'.
           05  WS-ROT-TIPO-CONTA      PIC  X(001)  VALUE SPACES.
              88  WS-ROT-TIPO-VALIDO         VALUE '1' '2' '3' '*'.
           05  WS-ROT-COD-MOEDA       PIC  X(003)  VALUE SPACES.
           05  WS-ROT-CONTA-DEBITO    PIC  9(006)  VALUE ZEROS.
           05  WS-ROT-CONTA-CREDITO   PIC  9(006)  VALUE ZEROS.
           05  WS-ROT-CONTA-PEDIDA    PIC  9(006)  VALUE ZEROS.
           05  WS-ROT-DESCRICAO       PIC  X(030)  VALUE SPACES.
           05  WS-ROT-RESPOSTA        PIC  X(001)  VALUE SPACES.
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
      * Abre o roteiro (criado na primeira execucao) e o plano de
      * contas, que precisa existir para validar as regras.
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

           OPEN I-O FINROTC
           IF WS-FS-FINROTC EQUAL '35'
              OPEN OUTPUT FINROTC
              IF WS-FS-FINROTC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINROTC - FILE STATUS = '
                        WS-FS-FINROTC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINROTC
              OPEN I-O FINROTC
           END-IF
           IF WS-FS-FINROTC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINROTC - FILE STATUS = '
                     WS-FS-FINROTC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINPLCT
           IF WS-FS-FINPLCT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     ' (CADASTRE O PLANO DE CONTAS NO FINPCMNT)'
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINRCMNT - ROTEIRO CONTABIL'
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
                      PERFORM P2000-INCLUIR-REGRA
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ALTERAR-REGRA
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-REGRA
                 WHEN 'E'  WHEN 'e'
                      PERFORM P5000-EXCLUIR-REGRA
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6000-LISTAR-REGRAS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-PEDE-CHAVE SECTION.
      * Pede origem, indicador, tipo de conta e moeda da regra e monta
      * a chave do registro.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-ROT-ORIGEM
           PERFORM UNTIL WS-ROT-ORIGEM-VALIDA
              DISPLAY 'ORIGEM (CA BA JU IR TA EM AJ OR TR BJ CD OU '
                      'PV): '
              ACCEPT WS-ROT-ORIGEM
              IF NOT WS-ROT-ORIGEM-VALIDA
                 DISPLAY 'ORIGEM INVALIDA.'
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ROT-IND-TRAN
           PERFORM UNTIL WS-ROT-IND-VALIDO
              DISPLAY 'INDICADOR DO MOVIMENTO (D C J F): '
              ACCEPT WS-ROT-IND-TRAN
              IF NOT WS-ROT-IND-VALIDO
                 DISPLAY 'INDICADOR INVALIDO.'
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ROT-TIPO-CONTA
           PERFORM UNTIL WS-ROT-TIPO-VALIDO
              DISPLAY 'TIPO DA CONTA (1=CORRENTE 2=POUPANCA '
                      '3=INVESTIMENTO *=QUALQUER): '
              ACCEPT WS-ROT-TIPO-CONTA
              IF NOT WS-ROT-TIPO-VALIDO
                 DISPLAY 'TIPO INVALIDO.'
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ROT-COD-MOEDA
           PERFORM UNTIL WS-ROT-COD-MOEDA NOT EQUAL SPACES
              DISPLAY 'MOEDA (BRL, USD... OU *** = QUALQUER): '
              ACCEPT WS-ROT-COD-MOEDA
           END-PERFORM

           MOVE WS-ROT-ORIGEM      TO FINROTC-ORIGEM
           MOVE WS-ROT-IND-TRAN    TO FINROTC-IND-TRAN
           MOVE WS-ROT-TIPO-CONTA  TO FINROTC-TIPO-CONTA
           MOVE WS-ROT-COD-MOEDA   TO FINROTC-COD-MOEDA

           .

      *-----------------------------------------------------------------
       P1600-PEDE-DADOS SECTION.
      * Pede as contas a debito e a credito (cadastradas no plano) e a
      * descricao da regra.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-VALIDA-SW
           PERFORM UNTIL CONTA-VALIDA
              DISPLAY 'CONTA A DEBITO: '
              ACCEPT WS-ROT-CONTA-PEDIDA
              PERFORM P1700-VALIDA-CONTA
           END-PERFORM
           MOVE WS-ROT-CONTA-PEDIDA TO WS-ROT-CONTA-DEBITO

           MOVE 'N' TO WS-CONTA-VALIDA-SW
           PERFORM UNTIL CONTA-VALIDA
              DISPLAY 'CONTA A CREDITO: '
              ACCEPT WS-ROT-CONTA-PEDIDA
              PERFORM P1700-VALIDA-CONTA
              IF CONTA-VALIDA
                 AND WS-ROT-CONTA-PEDIDA EQUAL WS-ROT-CONTA-DEBITO
                 DISPLAY 'CONTA A CREDITO IGUAL A CONTA A DEBITO.'
                 MOVE 'N' TO WS-CONTA-VALIDA-SW
              END-IF
           END-PERFORM
           MOVE WS-ROT-CONTA-PEDIDA TO WS-ROT-CONTA-CREDITO

           MOVE SPACES TO WS-ROT-DESCRICAO
           PERFORM UNTIL WS-ROT-DESCRICAO NOT EQUAL SPACES
              DISPLAY 'DESCRICAO DA REGRA: '
              ACCEPT WS-ROT-DESCRICAO
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1700-VALIDA-CONTA SECTION.
      * Liga CONTA-VALIDA se a conta pedida existe no plano de contas.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-VALIDA-SW
           MOVE WS-ROT-CONTA-PEDIDA TO FINPLCT-CONTA

           READ FINPLCT
              INVALID KEY
                 DISPLAY 'CONTA NAO CADASTRADA NO PLANO DE CONTAS.'
              NOT INVALID KEY
                 DISPLAY '   ' FINPLCT-DESCRICAO
                 MOVE 'S' TO WS-CONTA-VALIDA-SW
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
       P2000-INCLUIR-REGRA SECTION.
      * Inclui uma regra nova; rejeita chave ja cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-REGRA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINROTC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'REGRA JA CADASTRADA.'
           END-READ

           IF WS-FS-FINROTC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINROTC - FILE STATUS = '
                     WS-FS-FINROTC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINROTC EQUAL '23'
              PERFORM P1600-PEDE-DADOS

              MOVE SPACES               TO REG-FINROTC
              MOVE WS-ROT-ORIGEM        TO FINROTC-ORIGEM
              MOVE WS-ROT-IND-TRAN      TO FINROTC-IND-TRAN
              MOVE WS-ROT-TIPO-CONTA    TO FINROTC-TIPO-CONTA
              MOVE WS-ROT-COD-MOEDA     TO FINROTC-COD-MOEDA
              MOVE WS-ROT-CONTA-DEBITO  TO FINROTC-CONTA-DEBITO
              MOVE WS-ROT-CONTA-CREDITO TO FINROTC-CONTA-CREDITO
              MOVE WS-ROT-DESCRICAO     TO FINROTC-DESCRICAO

              WRITE REG-FINROTC
              IF WS-FS-FINROTC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINROTC - FILE STATUS = '
                        WS-FS-FINROTC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'REGRA INCLUIDA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-REGRA SECTION.
      * Altera as contas e a descricao de uma regra cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-REGRA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINROTC
              INVALID KEY
                 DISPLAY 'REGRA NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINROTC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINROTC - FILE STATUS = '
                     WS-FS-FINROTC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINROTC EQUAL '00'
              DISPLAY 'CONTA A DEBITO ATUAL : ' FINROTC-CONTA-DEBITO
              DISPLAY 'CONTA A CREDITO ATUAL: ' FINROTC-CONTA-CREDITO
              DISPLAY 'DESCRICAO ATUAL .....: ' FINROTC-DESCRICAO
              PERFORM P1600-PEDE-DADOS

              MOVE WS-ROT-CONTA-DEBITO  TO FINROTC-CONTA-DEBITO
              MOVE WS-ROT-CONTA-CREDITO TO FINROTC-CONTA-CREDITO
              MOVE WS-ROT-DESCRICAO     TO FINROTC-DESCRICAO

              REWRITE REG-FINROTC
              IF WS-FS-FINROTC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINROTC - FILE STATUS = '
                        WS-FS-FINROTC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'REGRA ALTERADA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-REGRA SECTION.
      * Consulta uma regra cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-REGRA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINROTC
              INVALID KEY
                 DISPLAY 'REGRA NAO CADASTRADA.'
              NOT INVALID KEY
                 DISPLAY 'CONTA A DEBITO .: ' FINROTC-CONTA-DEBITO
                 DISPLAY 'CONTA A CREDITO : ' FINROTC-CONTA-CREDITO
                 DISPLAY 'DESCRICAO ......: ' FINROTC-DESCRICAO
           END-READ

           IF WS-FS-FINROTC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINROTC - FILE STATUS = '
                     WS-FS-FINROTC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-EXCLUIR-REGRA SECTION.
      * Exclui uma regra cadastrada, mediante confirmacao. Os
      * movimentos que ela cobria passam a cair na regra generica (ou
      * na conta transitoria, se nao houver).
      *-----------------------------------------------------------------

           MOVE 'P5000-EXCLUIR-REGRA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINROTC
              INVALID KEY
                 DISPLAY 'REGRA NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINROTC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINROTC - FILE STATUS = '
                     WS-FS-FINROTC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINROTC NOT EQUAL '00'
              EXIT SECTION
           END-IF

           DISPLAY 'D ' FINROTC-CONTA-DEBITO
                   '  C ' FINROTC-CONTA-CREDITO
                   '  ' FINROTC-DESCRICAO
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? '
           ACCEPT WS-ROT-RESPOSTA

           IF WS-ROT-RESPOSTA EQUAL 'S' OR 's'
              DELETE FINROTC
              IF WS-FS-FINROTC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - DELETE FINROTC - FILE STATUS = '
                        WS-FS-FINROTC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'REGRA EXCLUIDA COM SUCESSO.'
              END-IF
           ELSE
              DISPLAY 'EXCLUSAO CANCELADA.'
           END-IF

           .

      *-----------------------------------------------------------------
       P6000-LISTAR-REGRAS SECTION.
      * Lista o roteiro inteiro, em ordem de chave.
      *-----------------------------------------------------------------

           MOVE 'P6000-LISTAR-REGRAS' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           MOVE ZEROS      TO WS-QTD-LISTADAS
           MOVE 'N'        TO WS-FIM-FINROTC-SW
           MOVE LOW-VALUES TO FINROTC-CHAVE
           START FINROTC KEY NOT LESS THAN FINROTC-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINROTC-SW
           END-START

           DISPLAY 'OR I T MOE  DEBITO CREDITO DESCRICAO'
           PERFORM UNTIL FIM-FINROTC
              READ FINROTC NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINROTC-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LISTADAS
                    DISPLAY FINROTC-ORIGEM ' '
                            FINROTC-IND-TRAN ' '
                            FINROTC-TIPO-CONTA ' '
                            FINROTC-COD-MOEDA '  '
                            FINROTC-CONTA-DEBITO ' '
                            FINROTC-CONTA-CREDITO '  '
                            FINROTC-DESCRICAO
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS EQUAL ZEROS
              DISPLAY 'ROTEIRO CONTABIL VAZIO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINRCMNT - TERMINO COM ERRO'
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

           CLOSE FINROTC
                 FINPLCT

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINRCMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
