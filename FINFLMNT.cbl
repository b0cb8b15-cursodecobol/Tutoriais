      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANUTENCAO DOS PRAZOS DE BLOQUEIO (FLOAT) DOS
      *              CREDITOS AINDA NAO COMPENSADOS, POR CLASSE DE
      *              ORIGEM DO MOVIMENTO.
      *              ARQUIVO : FINFLTP - PARAMETROS DO FLOAT, CHAVEADO
      *                        PELA CLASSE DE ORIGEM.
      *
      * ESPECIFICAÇÃO
      * Um credito 'C' postado pelo FINPB100 cuja classe de origem
      * (a mesma do roteiro contabil, pela faixa do ID-TRAN - ver
      * FINRCMNT) tem prazo nesta tabela fica INDISPONIVEL para saque
      * durante o numero de DIAS UTEIS informado, contados pela
      * SRDIAUTIL a partir da data do ciclo que o postou: entra no
      * saldo, mas um debito que precise dele e rejeitado (motivo
      * '11'). Classe fora da tabela ou com prazo zero = credito
      * disponivel no mesmo dia.
      * Na primeira execucao a tabela e criada com a camara de
      * compensacao (CA) em 1 dia util; sem o arquivo, o FINPB100 usa
      * o mesmo padrao.
      * A perna de liquidacao da conta de controle da camara (faixa
      * 9.600.000.000, FINPB220) nunca fica em float, embora conte
      * como 'CA' no roteiro contabil.
      * Opcoes: gravar (incluir ou alterar), consultar, excluir e
      * listar.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINFLMNT.
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
      *    PARAMETROS DO FLOAT - ACESSO DIRETO E LISTAGEM (START + READ
      *    NEXT)
           SELECT FINFLTP  ASSIGN TO 'FINFLTP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINFLTP-ORIGEM
                  FILE STATUS IS WS-FS-FINFLTP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINFLTP
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINFLTP.
      *    CLASSE DE ORIGEM DO CREDITO (VER ESPECIFICACAO DO FINRCMNT)
           03  FINFLTP-ORIGEM         PIC  X(002).
      *    DIAS UTEIS DE BLOQUEIO APOS A DATA DO CICLO QUE POSTOU
           03  FINFLTP-DIAS-UTEIS     PIC  9(002).
           03  FINFLTP-DESCRICAO      PIC  X(020).
           03  FINFLTP-DT-ALTERACAO   PIC  9(008).
           03  FINFLTP-COD-OPER       PIC  X(008).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINFLMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINFLTP          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-FINFLTP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINFLTP                VALUE 'S'.
           05  WS-PARAMETRO-EXISTE-SW PIC X(001)  VALUE 'N'.
              88  PARAMETRO-EXISTE           VALUE 'S'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-CONFIRMA            PIC X(001)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-LISTADAS        PIC 9(005)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-PARAMETRO.
      *    AS MESMAS CLASSES DO ROTEIRO CONTABIL, MENOS A PROVISAO
      *    (PV), QUE NAO PASSA PELO FINTRAN
           05  WS-FLT-ORIGEM          PIC  X(002)  VALUE SPACES.
              88  WS-FLT-ORIGEM-VALIDA       VALUE 'CA' 'BA' 'JU'
                                                   'IR' 'TA' 'EM'
                                                   'AJ' 'OR' 'TR'
                                                   'BJ' 'CD' 'OU'.
           05  WS-FLT-DIAS-UTEIS      PIC  9(002)  VALUE ZEROS.
           05  WS-FLT-DESCRICAO       PIC  X(020)  VALUE SPACES.
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
      * Abre a tabela; se o arquivo ainda nao existir (primeira
      * execucao), ele e criado com o prazo padrao da camara.
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

           OPEN I-O FINFLTP
           IF WS-FS-FINFLTP EQUAL '35'
              PERFORM P0500-CRIA-TABELA
              OPEN I-O FINFLTP
           END-IF
           IF WS-FS-FINFLTP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINFLTP - FILE STATUS = '
                     WS-FS-FINFLTP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINFLMNT - PRAZOS DE FLOAT DE CREDITOS'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P0500-CRIA-TABELA SECTION.
      * Cria o arquivo com a camara de compensacao em 1 dia util.
      *-----------------------------------------------------------------

           MOVE 'P0500-CRIA-TABELA' TO WS-NOM-PARAGRAFO

           OPEN OUTPUT FINFLTP
           IF WS-FS-FINFLTP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINFLTP - FILE STATUS = '
                     WS-FS-FINFLTP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES                  TO REG-FINFLTP
           MOVE 'CA'                    TO FINFLTP-ORIGEM
           MOVE 01                      TO FINFLTP-DIAS-UTEIS
           MOVE 'CAMARA COMPENSACAO'    TO FINFLTP-DESCRICAO
           MOVE WS-DATA-HOJE            TO FINFLTP-DT-ALTERACAO
           MOVE WS-SGN-COD-OPER         TO FINFLTP-COD-OPER
           WRITE REG-FINFLTP
           IF WS-FS-FINFLTP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFLTP - FILE STATUS = '
                     WS-FS-FINFLTP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINFLTP
           DISPLAY 'TABELA CRIADA COM O PRAZO PADRAO DA CAMARA (CA = '
                   '1 DIA UTIL).'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu de manutencao e repete ate o operador optar por
      * encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(G)RAVAR  (C)ONSULTAR  (E)XCLUIR  (L)ISTAR  '
                      '(F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'G'  WHEN 'g'
                      PERFORM P3000-GRAVAR-PARAMETRO
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-PARAMETRO
                 WHEN 'E'  WHEN 'e'
                      PERFORM P5000-EXCLUIR-PARAMETRO
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6000-LISTAR-PARAMETROS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-PEDE-ORIGEM SECTION.
      * Pede e critica a classe de origem e le o parametro dela, se
      * houver.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-FLT-ORIGEM
           PERFORM UNTIL WS-FLT-ORIGEM-VALIDA
              DISPLAY 'ORIGEM (CA BA JU IR TA EM AJ OR TR BJ CD OU): '
              ACCEPT WS-FLT-ORIGEM
              IF NOT WS-FLT-ORIGEM-VALIDA
                 DISPLAY 'ORIGEM INVALIDA.'
              END-IF
           END-PERFORM

           MOVE 'N'           TO WS-PARAMETRO-EXISTE-SW
           MOVE WS-FLT-ORIGEM TO FINFLTP-ORIGEM
           READ FINFLTP
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-PARAMETRO-EXISTE-SW
           END-READ
           IF WS-FS-FINFLTP NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINFLTP - FILE STATUS = '
                     WS-FS-FINFLTP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-GRAVAR-PARAMETRO SECTION.
      * Inclui ou altera o prazo de uma classe de origem (ate 10 dias
      * uteis; zero = credito sem float).
      *-----------------------------------------------------------------

           MOVE 'P3000-GRAVAR-PARAMETRO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-ORIGEM

           IF PARAMETRO-EXISTE
              DISPLAY 'PRAZO ATUAL: ' FINFLTP-DIAS-UTEIS
                      ' DIA(S) UTIL(EIS) - ' FINFLTP-DESCRICAO
           END-IF

           MOVE 99 TO WS-FLT-DIAS-UTEIS
           PERFORM UNTIL WS-FLT-DIAS-UTEIS NOT > 10
              DISPLAY 'DIAS UTEIS DE BLOQUEIO (00 A 10): '
              ACCEPT WS-FLT-DIAS-UTEIS
              IF WS-FLT-DIAS-UTEIS > 10
                 DISPLAY 'PRAZO ACIMA DE 10 DIAS UTEIS.'
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-FLT-DESCRICAO
           DISPLAY 'DESCRICAO: '
           ACCEPT WS-FLT-DESCRICAO

           MOVE WS-FLT-ORIGEM      TO FINFLTP-ORIGEM
           MOVE WS-FLT-DIAS-UTEIS  TO FINFLTP-DIAS-UTEIS
           MOVE WS-FLT-DESCRICAO   TO FINFLTP-DESCRICAO
           MOVE WS-DATA-HOJE       TO FINFLTP-DT-ALTERACAO
           MOVE WS-SGN-COD-OPER    TO FINFLTP-COD-OPER

           IF PARAMETRO-EXISTE
              REWRITE REG-FINFLTP
           ELSE
              WRITE REG-FINFLTP
           END-IF
           IF WS-FS-FINFLTP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINFLTP - FILE STATUS = '
                     WS-FS-FINFLTP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           ELSE
              DISPLAY 'PRAZO GRAVADO COM SUCESSO. VALE PARA OS '
                      'CREDITOS DO PROXIMO CICLO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-PARAMETRO SECTION.
      * Consulta o prazo de uma classe de origem.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-PARAMETRO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-ORIGEM

           IF NOT PARAMETRO-EXISTE
              DISPLAY 'ORIGEM SEM PRAZO - CREDITO DISPONIVEL NO DIA.'
              EXIT SECTION
           END-IF

           DISPLAY 'DIAS UTEIS ......: ' FINFLTP-DIAS-UTEIS
           DISPLAY 'DESCRICAO .......: ' FINFLTP-DESCRICAO
           DISPLAY 'ALTERADO EM .....: ' FINFLTP-DT-ALTERACAO
                   ' POR ' FINFLTP-COD-OPER

           .

      *-----------------------------------------------------------------
       P5000-EXCLUIR-PARAMETRO SECTION.
      * Exclui o prazo de uma classe: os creditos dela deixam de ficar
      * em float a partir do proximo ciclo (os bloqueios ja gravados
      * seguem ate a data de liberacao de cada um).
      *-----------------------------------------------------------------

           MOVE 'P5000-EXCLUIR-PARAMETRO' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-ORIGEM

           IF NOT PARAMETRO-EXISTE
              DISPLAY 'ORIGEM SEM PRAZO CADASTRADO.'
              EXIT SECTION
           END-IF

           DISPLAY 'PRAZO: ' FINFLTP-DIAS-UTEIS ' DIA(S) UTIL(EIS) - '
                   FINFLTP-DESCRICAO
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S' OR 's'
              DELETE FINFLTP
              IF WS-FS-FINFLTP NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - DELETE FINFLTP - FILE STATUS = '
                        WS-FS-FINFLTP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              DISPLAY 'PRAZO EXCLUIDO.'
           ELSE
              DISPLAY 'EXCLUSAO CANCELADA.'
           END-IF

           .

      *-----------------------------------------------------------------
       P6000-LISTAR-PARAMETROS SECTION.
      * Lista a tabela inteira, em ordem de classe de origem.
      *-----------------------------------------------------------------

           MOVE 'P6000-LISTAR-PARAMETROS' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           MOVE ZEROS      TO WS-QTD-LISTADAS
           MOVE 'N'        TO WS-FIM-FINFLTP-SW
           MOVE LOW-VALUES TO FINFLTP-ORIGEM
           START FINFLTP KEY NOT LESS THAN FINFLTP-ORIGEM
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINFLTP-SW
           END-START

           DISPLAY 'OR DIAS DESCRICAO            ALTERADO EM'
           PERFORM UNTIL FIM-FINFLTP
              READ FINFLTP NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINFLTP-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LISTADAS
                    DISPLAY FINFLTP-ORIGEM ' '
                            FINFLTP-DIAS-UTEIS '   '
                            FINFLTP-DESCRICAO ' '
                            FINFLTP-DT-ALTERACAO
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS EQUAL ZEROS
              DISPLAY 'NENHUMA ORIGEM EM FLOAT.'
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINFLMNT - TERMINO COM ERRO'
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

           CLOSE FINFLTP

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINFLMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
