      *
      * ESPECIFICAÇÃO
      * Sub-rotina chamada na inicializacao dos programas on-line
      * (consultas e manutencoes): pede o codigo do operador e a senha
      * no terminal, confere-os no cadastro FINOPER (mantido pelo
      * FINOPMNT) e devolve o codigo e o perfil ('C'=consulta,
      * 'M'=manutencao, 'S'=supervisor) em WK-PARM, para o programa
      * chamador aplicar a autorizacao que lhe cabe. Sao tres
      * tentativas por sign-on; esgotadas, o retorno e '01' e o
      * chamador deve encerrar.
      * SENHA: FINOPER guarda so o resumo (hash) calculado pela SRSENHA
      * com o codigo do operador como sal. Cada senha errada soma 1 ao
      * contador de falhas do operador; ao atingir o maximo (FINSGNP,
      * ausente = 3), o operador e BLOQUEADO e so o supervisor o libera
      * (reinicializacao de senha no FINOPMNT). Acerto zera o contador.
      * TROCA OBRIGATORIA: no primeiro sign-on, depois de uma
      * reinicializacao pelo supervisor e com a senha vencida (validade
      * de FINSGNP, ausente = 90 dias), o operador define a nova senha
      * (digitada duas vezes, 6 caracteres no minimo, diferente da
      * atual) antes de entrar. Operador SEM SENHA (resumo zero, como
      * os convertidos pelo FINPB257) e recusado: so a reinicializacao
      * pelo supervisor no FINOPMNT lhe da uma senha provisoria.
      * Cadastro que nao abre (FILE STATUS diferente de '00' e '35',
      * p.ex. '39' com o registro ainda no layout antigo) recusa o
      * sign-on com o erro no terminal.
      * LOG: toda tentativa, aceita ou recusada, vai para o log
      * permanente FINSGNL.dat com operador, programa chamador, data,
      * hora e resultado - lido pela secao de anomalias do FINPB265.
      * IMPLANTACAO (BOOTSTRAP): ENQUANTO FINOPER.dat NAO EXISTE, O
      * SIGN-ON DEVOLVE O OPERADOR 'MASTER' COM PERFIL SUPERVISOR E
      * AVISA NO TERMINAL - E O QUE PERMITE CADASTRAR OS PRIMEIROS
      * OPERADORES PELO FINOPMNT; CRIADO O ARQUIVO, O ATALHO SOME.
      ******************************************************************
      * VRS003 - 15/10/2026 - OPERADOR SEM SENHA (RESUMO ZERO) E
      *                       RECUSADO EM VEZ DE DEFINIR A SENHA NO
      *                       SIGN-ON (NOVO RESULTADO 'SN' NO LOG);
      *                       CONFERE O FILE STATUS DA ABERTURA DE
      *                       FINOPER.
      * VRS002 - 15/10/2026 - SENHA COM RESUMO (SRSENHA), VALIDADE,
      *                       CONTADOR DE FALHAS E BLOQUEIO, TROCA
      *                       OBRIGATORIA NO PRIMEIRO SIGN-ON E APOS
      *                       REINICIALIZACAO; LOG PERMANENTE DE
      *                       SIGN-ON (FINSGNL.dat); WK-PARM RECEBE O
      *                       PROGRAMA CHAMADOR; NOVO RETORNO '02'
      *                       (OPERADOR BLOQUEADO).
      * VRS001 - 22/08/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    CADASTRO DE OPERADORES - PESQUISA DIRETA (READ) E ATUALIZACAO
      *    DO CONTADOR DE FALHAS / SENHA (REWRITE)
      *    MESMA DEFINICAO USADA PELO FINOPMNT (VER FD FINOPER, LA).
           SELECT FINOPER  ASSIGN TO 'FINOPER.dat'
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS FINOPER-ID
                  FILE STATUS IS WS-FS-FINOPER.

      *    PARAMETROS DE SENHA (UM REGISTRO; AUSENTE = PADRAO)
           SELECT FINSGNP  ASSIGN TO 'FINSGNP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSGNP.

      *    LOG PERMANENTE DE SIGN-ON - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO LIDA PELO FINPB265.
           SELECT FINSGNL  ASSIGN TO 'FINSGNL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSGNL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINOPER
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINOPER.
           03  FINOPER-ID             PIC  X(008).
      *    'S'=Ativo, 'N'=Desligado
           03  FINOPER-IND-ATIVO      PIC  X(001).
              88  FINOPER-ATIVO              VALUE 'S'.
      *    RESUMO DA SENHA (SRSENHA); ZERO = SENHA NAO DEFINIDA
           03  FINOPER-SENHA-HASH     PIC  9(018).
      *    VALIDADE DA SENHA (AAAAMMDD)
           03  FINOPER-DT-EXPIRA      PIC  9(008).
      *    SENHAS ERRADAS CONSECUTIVAS
           03  FINOPER-QTD-FALHAS     PIC  9(002).
      *    'S'=Troca de senha obrigatoria no proximo sign-on
           03  FINOPER-IND-TROCA      PIC  X(001).
              88  FINOPER-TROCA-SENHA        VALUE 'S'.
      *    'S'=Bloqueado por excesso de senhas erradas
           03  FINOPER-IND-BLOQUEIO   PIC  X(001).
              88  FINOPER-BLOQUEADO          VALUE 'S'.
           03  FILLER                 PIC  X(010).
      *
       FD  FINSGNP
           RECORDING MODE IS F
           RECORD CONTAINS 005 CHARACTERS.

       01  REG-FINSGNP.
      *    SENHAS ERRADAS CONSECUTIVAS QUE BLOQUEIAM O OPERADOR
           03  FINSGNP-QTD-MAX-FALHAS PIC  9(002).
      *    DIAS DE VALIDADE DE UMA SENHA NOVA
           03  FINSGNP-DIAS-VALIDADE  PIC  9(003).
      *
       FD  FINSGNL
           RECORDING MODE IS F
           RECORD CONTAINS 062 CHARACTERS.

       01  REG-FINSGNL.
           03  FINSGNL-DATA           PIC  9(008).
           03  FINSGNL-HORA           PIC  9(006).
           03  FINSGNL-COD-OPER       PIC  X(008).
           03  FINSGNL-PROGRAMA       PIC  X(008).
      *    'OK'=Aceito             'TS'=Aceito apos troca de senha
      *    'IM'=Implantacao MASTER 'NC'=Operador nao cadastrado
      *    'DL'=Operador desligado 'SI'=Senha invalida
      *    'BL'=Bloqueado nesta tentativa
      *    'BQ'=Tentativa de operador ja bloqueado
      *    'TF'=Troca de senha obrigatoria nao concluida
      *    'SN'=Senha nao definida (resumo zero)
      *    'AE'=Cadastro de operadores indisponivel
           03  FINSGNL-RESULTADO      PIC  X(002).
           03  FINSGNL-DESCRICAO      PIC  X(030).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINOPER          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSGNP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSGNL          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-TENTATIVAS      PIC 9(001)  VALUE ZEROS.
           05  WS-SIGNON-FEITO-SW     PIC X(001)  VALUE 'N'.
              88  SIGNON-FEITO               VALUE 'S'.
           05  WS-ENCERRA-SW          PIC X(001)  VALUE 'N'.
              88  ENCERRA-TENTATIVAS         VALUE 'S'.
           05  WS-TROCA-OK-SW         PIC X(001)  VALUE 'N'.
              88  TROCA-OK                   VALUE 'S'.
           05  WS-FINOPER-ABERTO-SW   PIC X(001)  VALUE 'N'.
              88  FINOPER-ABERTO             VALUE 'S'.
      *
           05  WS-OPER-INFORMADO      PIC X(008)  VALUE SPACES.
           05  WS-SENHA-INFORMADA     PIC X(020)  VALUE SPACES.
           05  WS-SENHA-NOVA          PIC X(020)  VALUE SPACES.
           05  WS-SENHA-CONFIRMA      PIC X(020)  VALUE SPACES.
           05  WS-QTD-TENT-TROCA      PIC 9(001)  VALUE ZEROS.
      *
      *    PARAMETROS EFETIVOS (FINSGNP OU PADRAO)
           05  WS-QTD-MAX-FALHAS      PIC 9(002)  VALUE 03.
           05  WS-DIAS-VALIDADE       PIC 9(003)  VALUE 090.
      *
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
           05  WS-HORA-AGORA          PIC 9(008)  VALUE ZEROS.
      *
      *    RESULTADO DA TENTATIVA EM PREPARACAO (P7000-GRAVA-LOG)
           05  WS-LOG-COD-OPER        PIC X(008)  VALUE SPACES.
           05  WS-LOG-RESULTADO       PIC X(002)  VALUE SPACES.
           05  WS-LOG-DESCRICAO       PIC X(030)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRSENHA (RESUMO DA SENHA)
       01  WS-PARM-SENHA.
           05  WS-SNH-COD-OPER        PIC X(008).
           05  WS-SNH-SENHA           PIC X(020).
           05  WS-SNH-HASH            PIC 9(018).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           03  WK-PARM-PERFIL             PIC  X(001).
      *    CODIGO DE RETORNO DO SIGN-ON:
      *    '00'=IDENTIFICADO  '01'=OPERADOR INVALIDO (3 TENTATIVAS)
      *    '02'=OPERADOR BLOQUEADO (EXCESSO DE SENHAS ERRADAS)
           03  WK-PARM-COD-RETORNO        PIC  X(002).
               88  WK-SIGNON-OK                  VALUE '00'.
               88  WK-SIGNON-RECUSADO            VALUE '01'.
               88  WK-SIGNON-BLOQUEADO           VALUE '02'.
      *    PROGRAMA CHAMADOR (INFORMADO, PARA O LOG DE SIGN-ON)
           03  WK-PARM-PROGRAMA           PIC  X(008).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
           MOVE '01'   TO WK-PARM-COD-RETORNO
           MOVE ZEROS  TO WS-QTD-TENTATIVAS
           MOVE 'N'    TO WS-SIGNON-FEITO-SW
           MOVE 'N'    TO WS-ENCERRA-SW

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P1100-CARREGA-PARAMETROS

           MOVE 'N'    TO WS-FINOPER-ABERTO-SW
           OPEN I-O FINOPER
           EVALUATE WS-FS-FINOPER
               WHEN '00'
                    MOVE 'S' TO WS-FINOPER-ABERTO-SW
               WHEN '35'
                    CONTINUE
               WHEN OTHER
      *             Sem cadastro legivel ninguem entra: recusa direto.
                    DISPLAY 'ERRO - OPEN I-O FINOPER - FILE STATUS = '
                            WS-FS-FINOPER
                    DISPLAY 'SIGN-ON RECUSADO - CADASTRO DE OPERADORES '
                            'INDISPONIVEL. PROCURE O SUPERVISOR.'
                    MOVE 'S'      TO WS-ENCERRA-SW
                    MOVE SPACES   TO WS-LOG-COD-OPER
                    MOVE 'AE'     TO WS-LOG-RESULTADO
                    MOVE SPACES   TO WS-LOG-DESCRICAO
                    STRING 'FINOPER INDISPONIVEL - FS '
                           WS-FS-FINOPER
                           DELIMITED BY SIZE  INTO WS-LOG-DESCRICAO
                    END-STRING
                    PERFORM P7000-GRAVA-LOG
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P1100-CARREGA-PARAMETROS SECTION.
      * Maximo de falhas e validade da senha; arquivo ausente ou valor
      * zerado mantem o padrao (3 falhas / 90 dias).
      *-----------------------------------------------------------------

           OPEN INPUT FINSGNP
           IF WS-FS-FINSGNP EQUAL '00'
              READ FINSGNP
                 NOT AT END
                    IF FINSGNP-QTD-MAX-FALHAS IS NUMERIC
                       AND FINSGNP-QTD-MAX-FALHAS > ZEROS
                       MOVE FINSGNP-QTD-MAX-FALHAS TO WS-QTD-MAX-FALHAS
                    END-IF
                    IF FINSGNP-DIAS-VALIDADE IS NUMERIC
                       AND FINSGNP-DIAS-VALIDADE > ZEROS
                       MOVE FINSGNP-DIAS-VALIDADE TO WS-DIAS-VALIDADE
                    END-IF
              END-READ
              CLOSE FINSGNP
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-IDENTIFICA SECTION.
      * Pede e confere operador e senha, com ate tres tentativas.
      * Cadastro ausente (implantacao) devolve o supervisor de
      * bootstrap.
      *-----------------------------------------------------------------

           IF WS-FS-FINOPER EQUAL '35'
              MOVE 'S'       TO WK-PARM-PERFIL
              MOVE '00'      TO WK-PARM-COD-RETORNO
              MOVE 'S'       TO WS-SIGNON-FEITO-SW
              MOVE 'MASTER'  TO WS-LOG-COD-OPER
              MOVE 'IM'      TO WS-LOG-RESULTADO
              MOVE 'SIGN-ON DE IMPLANTACAO'
                             TO WS-LOG-DESCRICAO
              PERFORM P7000-GRAVA-LOG
           END-IF

           PERFORM UNTIL SIGNON-FEITO
                      OR ENCERRA-TENTATIVAS
                      OR WS-QTD-TENTATIVAS NOT LESS 3

              DISPLAY 'OPERADOR: '
              ACCEPT WS-OPER-INFORMADO
              DISPLAY 'SENHA: '
              ACCEPT WS-SENHA-INFORMADA
              ADD 1 TO WS-QTD-TENTATIVAS

              MOVE WS-OPER-INFORMADO TO WS-LOG-COD-OPER
              MOVE WS-OPER-INFORMADO TO FINOPER-ID
              READ FINOPER
                 INVALID KEY
                    DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                    MOVE 'NC' TO WS-LOG-RESULTADO
                    MOVE 'OPERADOR NAO CADASTRADO'
                      TO WS-LOG-DESCRICAO
                    PERFORM P7000-GRAVA-LOG
                 NOT INVALID KEY
                    PERFORM P3000-CONFERE-OPERADOR
              END-READ

           END-PERFORM

           IF NOT SIGNON-FEITO
              IF WK-SIGNON-BLOQUEADO
                 DISPLAY 'SIGN-ON RECUSADO - OPERADOR BLOQUEADO. '
                         'PROCURE O SUPERVISOR.'
              ELSE
                 IF ENCERRA-TENTATIVAS
                    DISPLAY 'SIGN-ON RECUSADO.'
                 ELSE
                    DISPLAY 'SIGN-ON RECUSADO - TENTATIVAS ESGOTADAS.'
                 END-IF
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-CONFERE-OPERADOR SECTION.
      * Operador localizado: situacao, bloqueio, senha e, se devida, a
      * troca obrigatoria.
      *-----------------------------------------------------------------

           IF NOT FINOPER-ATIVO
              DISPLAY 'OPERADOR DESLIGADO.'
              MOVE 'DL' TO WS-LOG-RESULTADO
              MOVE 'OPERADOR DESLIGADO' TO WS-LOG-DESCRICAO
              PERFORM P7000-GRAVA-LOG
              EXIT SECTION
           END-IF

           IF FINOPER-BLOQUEADO
              MOVE '02' TO WK-PARM-COD-RETORNO
              MOVE 'S'  TO WS-ENCERRA-SW
              MOVE 'BQ' TO WS-LOG-RESULTADO
              MOVE 'TENTATIVA DE OPERADOR BLOQUEADO'
                TO WS-LOG-DESCRICAO
              PERFORM P7000-GRAVA-LOG
              EXIT SECTION
           END-IF

      *    Resumo zero = senha nunca definida: nenhuma senha digitada
      *    vale; so o supervisor a define (FINOPMNT, reinicializacao).
           IF FINOPER-SENHA-HASH EQUAL ZEROS
              DISPLAY 'SENHA NAO DEFINIDA - PROCURE O SUPERVISOR.'
              MOVE 'S'  TO WS-ENCERRA-SW
              MOVE 'SN' TO WS-LOG-RESULTADO
              MOVE 'SENHA NAO DEFINIDA' TO WS-LOG-DESCRICAO
              PERFORM P7000-GRAVA-LOG
              EXIT SECTION
           END-IF

           MOVE FINOPER-ID         TO WS-SNH-COD-OPER
           MOVE WS-SENHA-INFORMADA TO WS-SNH-SENHA
           CALL 'SRSENHA' USING WS-PARM-SENHA
           IF WS-SNH-HASH NOT EQUAL FINOPER-SENHA-HASH
              PERFORM P3100-SENHA-ERRADA
              EXIT SECTION
           END-IF

           MOVE ZEROS TO FINOPER-QTD-FALHAS

           IF FINOPER-TROCA-SENHA
              OR FINOPER-DT-EXPIRA < WS-DATA-HOJE
              PERFORM P4000-TROCA-SENHA
              IF NOT TROCA-OK
                 PERFORM P3900-REGRAVA-OPERADOR
                 MOVE 'S'  TO WS-ENCERRA-SW
                 MOVE 'TF' TO WS-LOG-RESULTADO
                 MOVE 'TROCA DE SENHA NAO CONCLUIDA'
                   TO WS-LOG-DESCRICAO
                 PERFORM P7000-GRAVA-LOG
                 EXIT SECTION
              END-IF
              MOVE 'TS' TO WS-LOG-RESULTADO
              MOVE 'ACEITO APOS TROCA DE SENHA'
                TO WS-LOG-DESCRICAO
           ELSE
              MOVE 'OK' TO WS-LOG-RESULTADO
              MOVE 'ACEITO' TO WS-LOG-DESCRICAO
           END-IF

           PERFORM P3900-REGRAVA-OPERADOR
           PERFORM P7000-GRAVA-LOG

           MOVE FINOPER-ID     TO WK-PARM-COD-OPER
           MOVE FINOPER-PERFIL TO WK-PARM-PERFIL
           MOVE '00'           TO WK-PARM-COD-RETORNO
           MOVE 'S'            TO WS-SIGNON-FEITO-SW
           DISPLAY 'BEM-VINDO, ' FINOPER-NOME

           .

      *-----------------------------------------------------------------
       P3100-SENHA-ERRADA SECTION.
      * Soma a falha; no maximo parametrizado, bloqueia o operador.
      *-----------------------------------------------------------------

           ADD 1 TO FINOPER-QTD-FALHAS

           IF FINOPER-QTD-FALHAS NOT LESS WS-QTD-MAX-FALHAS
              MOVE 'S'  TO FINOPER-IND-BLOQUEIO
              MOVE '02' TO WK-PARM-COD-RETORNO
              MOVE 'S'  TO WS-ENCERRA-SW
              MOVE 'BL' TO WS-LOG-RESULTADO
              MOVE SPACES TO WS-LOG-DESCRICAO
              STRING 'BLOQUEADO APOS ' FINOPER-QTD-FALHAS
                     ' SENHAS ERRADAS'
                     DELIMITED BY SIZE  INTO WS-LOG-DESCRICAO
              END-STRING
           ELSE
              DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
              MOVE 'SI' TO WS-LOG-RESULTADO
              MOVE SPACES TO WS-LOG-DESCRICAO
              STRING 'SENHA INVALIDA - FALHA ' FINOPER-QTD-FALHAS
                     DELIMITED BY SIZE  INTO WS-LOG-DESCRICAO
              END-STRING
           END-IF

           PERFORM P3900-REGRAVA-OPERADOR
           PERFORM P7000-GRAVA-LOG

           .

      *-----------------------------------------------------------------
       P3900-REGRAVA-OPERADOR SECTION.
      * Regrava contador de falhas, bloqueio e senha. Falha aqui so e
      * avisada: o sign-on nao para por causa do contador.
      *-----------------------------------------------------------------

           REWRITE REG-FINOPER
           IF WS-FS-FINOPER NOT EQUAL '00'
              DISPLAY 'AVISO - REWRITE FINOPER - FILE STATUS = '
                      WS-FS-FINOPER
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-TROCA-SENHA SECTION.
      * Troca obrigatoria: a nova senha e digitada duas vezes, tem no
      * minimo 6 caracteres e nao pode repetir a atual; ate tres
      * tentativas. Concluida, vale pelos dias parametrizados.
      *-----------------------------------------------------------------

           MOVE 'N'   TO WS-TROCA-OK-SW
           MOVE ZEROS TO WS-QTD-TENT-TROCA

           DISPLAY 'TROCA DE SENHA OBRIGATORIA.'

           PERFORM UNTIL TROCA-OK
                      OR WS-QTD-TENT-TROCA NOT LESS 3

              ADD 1 TO WS-QTD-TENT-TROCA
              DISPLAY 'NOVA SENHA (MINIMO 6 CARACTERES): '
              ACCEPT WS-SENHA-NOVA
              DISPLAY 'CONFIRME A NOVA SENHA: '
              ACCEPT WS-SENHA-CONFIRMA

              MOVE FINOPER-ID    TO WS-SNH-COD-OPER
              MOVE WS-SENHA-NOVA TO WS-SNH-SENHA
              CALL 'SRSENHA' USING WS-PARM-SENHA

              EVALUATE TRUE
                  WHEN WS-SENHA-NOVA NOT EQUAL WS-SENHA-CONFIRMA
                       DISPLAY 'AS SENHAS NAO CONFEREM.'
                  WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-SENHA-NOVA))
                       < 6
                       DISPLAY 'SENHA MUITO CURTA.'
                  WHEN WS-SNH-HASH EQUAL FINOPER-SENHA-HASH
                       DISPLAY 'A NOVA SENHA DEVE SER DIFERENTE DA '
                               'ATUAL.'
                  WHEN OTHER
                       MOVE WS-SNH-HASH TO FINOPER-SENHA-HASH
                       MOVE 'N'         TO FINOPER-IND-TROCA
                       COMPUTE FINOPER-DT-EXPIRA =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                                + WS-DIAS-VALIDADE)
                       MOVE 'S' TO WS-TROCA-OK-SW
                       DISPLAY 'SENHA ALTERADA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LOG SECTION.
      * Acrescenta a tentativa ao log permanente de sign-on. Falha na
      * gravacao do log so e avisada.
      *-----------------------------------------------------------------

           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN EXTEND FINSGNL
           IF WS-FS-FINSGNL EQUAL '35'
              OPEN OUTPUT FINSGNL
           END-IF
           IF WS-FS-FINSGNL NOT EQUAL '00'
              DISPLAY 'AVISO - FINSGNL INDISPONIVEL - FILE STATUS = '
                      WS-FS-FINSGNL
           ELSE
              MOVE WS-DATA-HOJE        TO FINSGNL-DATA
              MOVE WS-HORA-AGORA(1:6)  TO FINSGNL-HORA
              MOVE WS-LOG-COD-OPER     TO FINSGNL-COD-OPER
              MOVE WK-PARM-PROGRAMA    TO FINSGNL-PROGRAMA
              MOVE WS-LOG-RESULTADO    TO FINSGNL-RESULTADO
              MOVE WS-LOG-DESCRICAO    TO FINSGNL-DESCRICAO
              WRITE REG-FINSGNL    END-WRITE
              IF WS-FS-FINSGNL NOT EQUAL '00'
                 DISPLAY 'AVISO - WRITE FINSGNL - FILE STATUS = '
                         WS-FS-FINSGNL
              END-IF
              CLOSE FINSGNL
           END-IF

           .
       P9000-FINALIZA SECTION.
      *-----------------------------------------------------------------

           IF FINOPER-ABERTO
              CLOSE FINOPER
           END-IF

