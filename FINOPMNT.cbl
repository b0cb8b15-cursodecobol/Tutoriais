      * existe, e supervisor - e assim que os primeiros operadores sao
      * cadastrados). O desligamento grava o indicador 'N' em vez de
      * excluir, preservando a referencia nos logs de manutencao.
      * SENHAS: a inclusao pede uma senha PROVISORIA, que o operador e
      * obrigado a trocar no primeiro sign-on (SRSIGNON); a opcao
      * REINICIALIZAR SENHA faz o mesmo para um operador existente
      * (senha esquecida ou bloqueio por senhas erradas): grava a nova
      * senha provisoria, zera o contador de falhas, DESBLOQUEIA e
      * exige a troca. So o resumo (SRSENHA) e gravado, nunca a senha.
      ******************************************************************
      * VRS003 - 15/10/2026 - SENHA DO OPERADOR: INCLUSAO COM SENHA
      *                       PROVISORIA E TROCA OBRIGATORIA, NOVA
      *                       OPCAO (R)EINICIALIZAR SENHA (DESBLOQUEIA
      *                       E EXIGE TROCA), CONSULTA DA SITUACAO DA
      *                       SENHA; REGISTRO FINOPER PASSA A 80 BYTES
      *                       (RESUMO, VALIDADE, FALHAS, TROCA,
      *                       BLOQUEIO). O SUPERVISOR SEMEADO NA
      *                       CRIACAO DO CADASTRO DEFINE A SUA SENHA.
      * VRS002 - 22/08/2026 - AO CRIAR O CADASTRO (PRIMEIRA EXECUCAO),
      *                       O SUPERVISOR DE IMPLANTACAO IDENTIFICADO
      *                       NO SIGN-ON E SEMEADO AUTOMATICAMENTE COMO
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINOPER
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINOPER.
           03  FINOPER-ID             PIC  X(008).
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
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
           05  WS-OPR-NOME            PIC  X(030)  VALUE SPACES.
           05  WS-OPR-PERFIL          PIC  X(001)  VALUE SPACES.
           05  WS-OPR-RESPOSTA        PIC  X(001)  VALUE SPACES.
           05  WS-OPR-SENHA           PIC  X(020)  VALUE SPACES.
           05  WS-OPR-SENHA-CONFIRMA  PIC  X(020)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC  9(008)  VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRSENHA (RESUMO DA SENHA)
       01  WS-PARM-SENHA.
           05  WS-SNH-COD-OPER        PIC X(008).
           05  WS-SNH-SENHA           PIC X(020).
           05  WS-SNH-HASH            PIC 9(018).
      *
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'PROGRAMA FINOPMNT - CADASTRO DE OPERADORES'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
      *       semeado ja na criacao, para uma saida antes da primeira
      *       inclusao nao deixar um cadastro vazio trancando todos
      *       os programas on-line.
              MOVE SPACES          TO REG-FINOPER
              MOVE WS-SGN-COD-OPER TO FINOPER-ID
              MOVE 'SUPERVISOR DE IMPLANTACAO' TO FINOPER-NOME
              MOVE 'S' TO FINOPER-PERFIL
              MOVE 'S' TO FINOPER-IND-ATIVO
              DISPLAY 'DEFINA A SENHA DO SUPERVISOR DE IMPLANTACAO '
                      WS-SGN-COD-OPER '.'
              MOVE WS-SGN-COD-OPER TO WS-OPR-ID
              PERFORM P1600-PEDE-SENHA
      *       A senha do semeado e definitiva: ele acabou de defini-la.
              MOVE 'N' TO FINOPER-IND-TROCA
              WRITE REG-FINOPER
              IF WS-FS-FINOPER NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
              DISPLAY ' '
              DISPLAY '(I)NCLUIR  (A)LTERAR  (C)ONSULTAR  (D)ESLIGAR  '
                      '(F)IM'
              DISPLAY '(R)EINICIALIZAR SENHA / DESBLOQUEAR'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

                      PERFORM P4000-CONSULTAR-OPERADOR
                 WHEN 'D'  WHEN 'd'
                      PERFORM P5000-DESLIGAR-OPERADOR
                 WHEN 'R'  WHEN 'r'
                      PERFORM P6000-REINICIA-SENHA
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER

           .

      *-----------------------------------------------------------------
       P1600-PEDE-SENHA SECTION.
      * Pede a senha do operador de WS-OPR-ID (duas vezes, minimo de 6
      * caracteres) e prepara o registro: resumo (SRSENHA), falhas
      * zeradas, desbloqueado, troca obrigatoria no proximo sign-on e
      * validade a partir de hoje (a troca a renova).
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-OPR-SENHA
           MOVE 'N'    TO WS-OPR-RESPOSTA
           PERFORM UNTIL WS-OPR-RESPOSTA EQUAL 'S'
              DISPLAY 'SENHA PROVISORIA (MINIMO 6 CARACTERES): '
              ACCEPT WS-OPR-SENHA
              DISPLAY 'CONFIRME A SENHA: '
              ACCEPT WS-OPR-SENHA-CONFIRMA
              EVALUATE TRUE
                  WHEN WS-OPR-SENHA NOT EQUAL WS-OPR-SENHA-CONFIRMA
                       DISPLAY 'AS SENHAS NAO CONFEREM.'
                  WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-OPR-SENHA))
                       < 6
                       DISPLAY 'SENHA MUITO CURTA.'
                  WHEN OTHER
                       MOVE 'S' TO WS-OPR-RESPOSTA
              END-EVALUATE
           END-PERFORM

           MOVE WS-OPR-ID    TO WS-SNH-COD-OPER
           MOVE WS-OPR-SENHA TO WS-SNH-SENHA
           CALL 'SRSENHA' USING WS-PARM-SENHA

           MOVE WS-SNH-HASH  TO FINOPER-SENHA-HASH
           MOVE WS-DATA-HOJE TO FINOPER-DT-EXPIRA
           MOVE ZEROS        TO FINOPER-QTD-FALHAS
           MOVE 'S'          TO FINOPER-IND-TROCA
           MOVE 'N'          TO FINOPER-IND-BLOQUEIO
           MOVE SPACES       TO WS-OPR-SENHA
           MOVE SPACES       TO WS-OPR-SENHA-CONFIRMA

           .

      *-----------------------------------------------------------------
       P2000-INCLUIR-OPERADOR SECTION.
      *-----------------------------------------------------------------
           IF WS-FS-FINOPER EQUAL '23'
              PERFORM P1500-PEDE-DADOS

              MOVE SPACES        TO REG-FINOPER
              MOVE WS-OPR-ID     TO FINOPER-ID
              MOVE WS-OPR-NOME   TO FINOPER-NOME
              MOVE WS-OPR-PERFIL TO FINOPER-PERFIL
              MOVE 'S'           TO FINOPER-IND-ATIVO
              PERFORM P1600-PEDE-SENHA

              WRITE REG-FINOPER
              IF WS-FS-FINOPER NOT EQUAL '00'
                 DISPLAY 'NOME ..........: ' FINOPER-NOME
                 DISPLAY 'PERFIL ........: ' FINOPER-PERFIL
                 DISPLAY 'ATIVO .........: ' FINOPER-IND-ATIVO
                 DISPLAY 'SENHA VALE ATE : ' FINOPER-DT-EXPIRA
                 DISPLAY 'SENHAS ERRADAS : ' FINOPER-QTD-FALHAS
                 DISPLAY 'TROCA PENDENTE : ' FINOPER-IND-TROCA
                 DISPLAY 'BLOQUEADO .....: ' FINOPER-IND-BLOQUEIO
           END-READ

           IF WS-FS-FINOPER NOT EQUAL '00' AND '23'

           .

      *-----------------------------------------------------------------
       P6000-REINICIA-SENHA SECTION.
      * Senha esquecida ou operador bloqueado: o supervisor define uma
      * senha provisoria, o que zera as falhas, desbloqueia e obriga a
      * troca no proximo sign-on. O supervisor nao reinicia a propria
      * senha por aqui (a troca vencida e feita no sign-on).
      *-----------------------------------------------------------------

           MOVE 'P6000-REINICIA-SENHA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT WS-OPR-ID

           IF WS-OPR-ID EQUAL WS-SGN-COD-OPER
              DISPLAY 'A PROPRIA SENHA NAO E REINICIALIZADA POR AQUI.'
              EXIT SECTION
           END-IF

           MOVE WS-OPR-ID TO FINOPER-ID
           READ FINOPER
              INVALID KEY
                 DISPLAY 'OPERADOR NAO CADASTRADO.'
           END-READ

           IF WS-FS-FINOPER NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINOPER - FILE STATUS = '
                     WS-FS-FINOPER
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINOPER EQUAL '00'
              DISPLAY 'NOME ..........: ' FINOPER-NOME
              DISPLAY 'BLOQUEADO .....: ' FINOPER-IND-BLOQUEIO
              DISPLAY 'SENHAS ERRADAS : ' FINOPER-QTD-FALHAS

              PERFORM P1600-PEDE-SENHA

              REWRITE REG-FINOPER
              IF WS-FS-FINOPER NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINOPER - FILE STATUS = '
                        WS-FS-FINOPER
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'SENHA REINICIALIZADA - TROCA OBRIGATORIA NO '
                         'PROXIMO SIGN-ON.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------
