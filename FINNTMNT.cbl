      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : PREFERENCIAS DE AVISO AO CLIENTE: CANAL (SMS,
      *              E-MAIL OU AMBOS), CONTATOS, ADESAO POR TIPO DE
      *              EVENTO E OS LIMITES ESCOLHIDOS PELO CLIENTE.
      *              ARQUIVOS : FINNTPF  - PREFERENCIAS DE AVISO
      *                         FINCUST  - CADASTRO DE CLIENTES
      *                                    (CONFERENCIA)
      *
      * ESPECIFICAÇÃO
      * O cliente so sabia do bloqueio judicial, da conta negativa ou
      * da parcela quicada quando ia a agencia. O extrato noturno de
      * avisos (FINPB247) manda ao gateway de SMS/e-mail um registro
      * por evento, para cada titular que aderiu ao tipo do evento
      * nesta manutencao. Exige sign-on pela SRSIGNON com perfil de
      * manutencao ('M') ou supervisor ('S'). Opcoes:
      * (C)ONSULTAR  - mostra as preferencias de um cliente.
      * (A)TUALIZAR  - inclui ou altera as preferencias de um cliente
      *                cadastrado e vivo (FINCUST sem espolio): todos
      *                os campos sao pedidos de novo, com os atuais em
      *                tela.
      * (E)XCLUIR    - retira o cliente do servico de avisos.
      * Tipos de evento (adesao S/N, cada um):
      *   NEG - conta ficou negativa (FINPB170);
      *   BLQ - bloqueio judicial efetivado ou liberado (FINPB155);
      *   EMP - parcela de emprestimo quicada ou contrato em atraso
      *         (FINPB196);
      *   INA - conta congelada por inatividade (FINPB175);
      *   DEB - debito acima do LIMITE DE DEBITO escolhido (FINSLDA);
      *   SMN - saldo abaixo do SALDO MINIMO escolhido (FINSLDA).
      * DEB e SMN exigem o valor correspondente maior que zero. O
      * canal 'S' exige o celular, 'E' o e-mail e 'A' os dois.
      * Na primeira execucao o arquivo e criado vazio.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINNTMNT.
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
      *    PREFERENCIAS DE AVISO - ACESSO DIRETO (READ/WRITE/REWRITE/
      *    DELETE)
           SELECT FINNTPF  ASSIGN TO 'FINNTPF.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINNTPF-CLIENTE
                  FILE STATUS IS WS-FS-FINNTPF.
      *    CADASTRO DE CLIENTES - CONFERENCIA (READ)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA).
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    PREFERENCIAS DE AVISO: UM REGISTRO POR CLIENTE (FINCUST-ID)
       FD  FINNTPF
           RECORD CONTAINS 150 CHARACTERS.

       01  REG-FINNTPF.
           03  FINNTPF-CLIENTE        PIC  9(006).
      *    'S'=SMS, 'E'=E-mail, 'A'=Ambos
           03  FINNTPF-CANAL          PIC  X(001).
              88  FINNTPF-CANAL-SMS          VALUE 'S' 'A'.
              88  FINNTPF-CANAL-EMAIL        VALUE 'E' 'A'.
              88  FINNTPF-CANAL-VALIDO       VALUE 'S' 'E' 'A'.
           03  FINNTPF-CELULAR        PIC  X(015).
           03  FINNTPF-EMAIL          PIC  X(060).
      *    ADESAO POR TIPO DE EVENTO ('S'/'N')
           03  FINNTPF-IND-NEG        PIC  X(001).
           03  FINNTPF-IND-BLQ        PIC  X(001).
           03  FINNTPF-IND-EMP        PIC  X(001).
           03  FINNTPF-IND-INA        PIC  X(001).
           03  FINNTPF-IND-DEB        PIC  X(001).
           03  FINNTPF-IND-SMN        PIC  X(001).
      *    LIMITES ESCOLHIDOS PELO CLIENTE (EVENTOS DEB E SMN)
           03  FINNTPF-VL-LIMITE-DEB  PIC  9(009)V99.
           03  FINNTPF-VL-SALDO-MIN   PIC  9(009)V99.
           03  FINNTPF-DT-ALTERACAO   PIC  9(008).
           03  FINNTPF-OPER-ALTERACAO PIC  X(008).
           03  FILLER                 PIC  X(024).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA)
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FINCUST-DT-OBITO       PIC  9(008).
           03  FINCUST-DOC-OBITO      PIC  X(020).
           03  FINCUST-SIT-ESPOLIO    PIC  X(001).
              88  FINCUST-FALECIDO           VALUE 'O' 'H'.
           03  FILLER                 PIC  X(143).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINNTMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINNTPF          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-PREFERENCIA-ACHADA-SW PIC X(001) VALUE 'N'.
              88  PREFERENCIA-ACHADA         VALUE 'S'.
           05  WS-CLIENTE-OK-SW       PIC X(001)  VALUE 'N'.
              88  CLIENTE-OK                 VALUE 'S'.
           05  WS-DADOS-OK-SW         PIC X(001)  VALUE 'N'.
              88  DADOS-OK                   VALUE 'S'.
           05  WS-INDICADOR-OK-SW     PIC X(001)  VALUE 'N'.
              88  INDICADOR-OK               VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-CARACTERES      PIC 9(003)  VALUE ZEROS.
           05  WS-QTD-ARROBAS         PIC 9(003)  VALUE ZEROS.
           05  WS-DESC-CANAL          PIC X(012)  VALUE SPACES.
           05  WS-VL-EDITADO          PIC ZZZ.ZZZ.ZZ9,99.
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
       01  WS-AREA-PREFERENCIA.
           05  WS-PRF-CLIENTE         PIC  9(006)  VALUE ZEROS.
           05  WS-PRF-CANAL           PIC  X(001)  VALUE SPACES.
           05  WS-PRF-CELULAR         PIC  X(015)  VALUE SPACES.
           05  WS-PRF-EMAIL           PIC  X(060)  VALUE SPACES.
           05  WS-PRF-IND-NEG         PIC  X(001)  VALUE SPACES.
           05  WS-PRF-IND-BLQ         PIC  X(001)  VALUE SPACES.
           05  WS-PRF-IND-EMP         PIC  X(001)  VALUE SPACES.
           05  WS-PRF-IND-INA         PIC  X(001)  VALUE SPACES.
           05  WS-PRF-IND-DEB         PIC  X(001)  VALUE SPACES.
           05  WS-PRF-IND-SMN         PIC  X(001)  VALUE SPACES.
           05  WS-PRF-VL-LIMITE-DEB   PIC  9(009)V99 VALUE ZEROS.
           05  WS-PRF-VL-SALDO-MIN    PIC  9(009)V99 VALUE ZEROS.
           05  WS-PRF-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *    INDICADOR S/N EM CRITICA (P6300-CRITICA-INDICADOR)
           05  WS-PRF-INDICADOR       PIC  X(001)  VALUE SPACES.
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
      * Sign-on (manutencao ou supervisor) e abertura dos arquivos; as
      * preferencias sao criadas vazias na primeira execucao.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINNTMNT - PREFERENCIAS DE AVISO'
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

           OPEN I-O FINNTPF
           IF WS-FS-FINNTPF EQUAL '35'
              OPEN OUTPUT FINNTPF
              CLOSE FINNTPF
              OPEN I-O FINNTPF
           END-IF
           IF WS-FS-FINNTPF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINNTPF - FILE STATUS = '
                     WS-FS-FINNTPF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
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
              DISPLAY '(C)ONSULTAR  (A)TUALIZAR  (E)XCLUIR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'C'  WHEN 'c'
                      PERFORM P2000-CONSULTAR
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ATUALIZAR
                 WHEN 'E'  WHEN 'e'
                      PERFORM P4000-EXCLUIR
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CONSULTAR SECTION.
      *-----------------------------------------------------------------

           MOVE 'P2000-CONSULTAR' TO WS-NOM-PARAGRAFO

           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-PRF-CLIENTE
           PERFORM P5000-LE-CLIENTE
           IF NOT CLIENTE-OK
              EXIT SECTION
           END-IF

           PERFORM P5500-LE-PREFERENCIA
           IF NOT PREFERENCIA-ACHADA
              DISPLAY 'CLIENTE SEM PREFERENCIAS DE AVISO (NAO ADERIU '
                      'AO SERVICO).'
              EXIT SECTION
           END-IF

           PERFORM P6500-EXIBE-PREFERENCIA

           .

      *-----------------------------------------------------------------
       P3000-ATUALIZAR SECTION.
      * Inclui ou altera as preferencias de um cliente vivo; todos os
      * campos sao pedidos de novo (os atuais ficam em tela).
      *-----------------------------------------------------------------

           MOVE 'P3000-ATUALIZAR' TO WS-NOM-PARAGRAFO

           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-PRF-CLIENTE
           PERFORM P5000-LE-CLIENTE
           IF NOT CLIENTE-OK
              EXIT SECTION
           END-IF
           IF FINCUST-FALECIDO
              DISPLAY 'CLIENTE FALECIDO (ESPOLIO) - AVISOS NAO '
                      'PERMITIDOS.'
              EXIT SECTION
           END-IF

           PERFORM P5500-LE-PREFERENCIA
           IF PREFERENCIA-ACHADA
              DISPLAY 'PREFERENCIAS ATUAIS:'
              PERFORM P6500-EXIBE-PREFERENCIA
           ELSE
              DISPLAY 'CLIENTE AINDA SEM PREFERENCIAS - INCLUSAO.'
           END-IF

           PERFORM P6000-PEDE-PREFERENCIA
           IF NOT DADOS-OK
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA AS PREFERENCIAS (S/N)? '
           ACCEPT WS-PRF-RESPOSTA
           IF WS-PRF-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'ATUALIZACAO CANCELADA.'
              EXIT SECTION
           END-IF

           MOVE SPACES               TO REG-FINNTPF
           MOVE WS-PRF-CLIENTE       TO FINNTPF-CLIENTE
           MOVE WS-PRF-CANAL         TO FINNTPF-CANAL
           MOVE WS-PRF-CELULAR       TO FINNTPF-CELULAR
           MOVE WS-PRF-EMAIL         TO FINNTPF-EMAIL
           MOVE WS-PRF-IND-NEG       TO FINNTPF-IND-NEG
           MOVE WS-PRF-IND-BLQ       TO FINNTPF-IND-BLQ
           MOVE WS-PRF-IND-EMP       TO FINNTPF-IND-EMP
           MOVE WS-PRF-IND-INA       TO FINNTPF-IND-INA
           MOVE WS-PRF-IND-DEB       TO FINNTPF-IND-DEB
           MOVE WS-PRF-IND-SMN       TO FINNTPF-IND-SMN
           MOVE WS-PRF-VL-LIMITE-DEB TO FINNTPF-VL-LIMITE-DEB
           MOVE WS-PRF-VL-SALDO-MIN  TO FINNTPF-VL-SALDO-MIN
           MOVE WS-DATA-EXECUCAO     TO FINNTPF-DT-ALTERACAO
           MOVE WS-SGN-COD-OPER      TO FINNTPF-OPER-ALTERACAO

           IF PREFERENCIA-ACHADA
              REWRITE REG-FINNTPF
              IF WS-FS-FINNTPF NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINNTPF - FILE STATUS = '
                        WS-FS-FINNTPF
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              DISPLAY 'PREFERENCIAS ALTERADAS.'
           ELSE
              WRITE REG-FINNTPF
              IF WS-FS-FINNTPF NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINNTPF - FILE STATUS = '
                        WS-FS-FINNTPF
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              DISPLAY 'PREFERENCIAS INCLUIDAS.'
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-EXCLUIR SECTION.
      * Retira o cliente do servico de avisos (nenhum evento sai mais
      * para ele).
      *-----------------------------------------------------------------

           MOVE 'P4000-EXCLUIR' TO WS-NOM-PARAGRAFO

           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-PRF-CLIENTE
           IF WS-PRF-CLIENTE NOT NUMERIC
              DISPLAY 'CODIGO DE CLIENTE INVALIDO.'
              EXIT SECTION
           END-IF

           PERFORM P5500-LE-PREFERENCIA
           IF NOT PREFERENCIA-ACHADA
              DISPLAY 'CLIENTE SEM PREFERENCIAS DE AVISO.'
              EXIT SECTION
           END-IF

           PERFORM P6500-EXIBE-PREFERENCIA
           DISPLAY 'CONFIRMA A SAIDA DO SERVICO DE AVISOS (S/N)? '
           ACCEPT WS-PRF-RESPOSTA
           IF WS-PRF-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'EXCLUSAO CANCELADA.'
              EXIT SECTION
           END-IF

           DELETE FINNTPF
           IF WS-FS-FINNTPF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE FINNTPF - FILE STATUS = '
                     WS-FS-FINNTPF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'PREFERENCIAS EXCLUIDAS.'

           .

      *-----------------------------------------------------------------
       P5000-LE-CLIENTE SECTION.
      * O cliente precisa existir em FINCUST; resultado em CLIENTE-OK.
      *-----------------------------------------------------------------

           MOVE 'P5000-LE-CLIENTE' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-CLIENTE-OK-SW
           IF WS-PRF-CLIENTE NOT NUMERIC
              OR WS-PRF-CLIENTE EQUAL ZEROS
              DISPLAY 'CODIGO DE CLIENTE INVALIDO.'
              EXIT SECTION
           END-IF

           MOVE WS-PRF-CLIENTE TO FINCUST-ID
           READ FINCUST
           EVALUATE WS-FS-FINCUST
               WHEN '00'
                    MOVE 'S' TO WS-CLIENTE-OK-SW
                    DISPLAY 'CLIENTE: ' FINCUST-ID ' - ' FINCUST-NOME
               WHEN '23'
                    DISPLAY 'CLIENTE NAO CADASTRADO.'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINCUST - FILE STATUS = '
                           WS-FS-FINCUST
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P5500-LE-PREFERENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P5500-LE-PREFERENCIA' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-PREFERENCIA-ACHADA-SW

           MOVE WS-PRF-CLIENTE TO FINNTPF-CLIENTE
           READ FINNTPF
           EVALUATE WS-FS-FINNTPF
               WHEN '00'
                    MOVE 'S' TO WS-PREFERENCIA-ACHADA-SW
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINNTPF - FILE STATUS = '
                           WS-FS-FINNTPF
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P6000-PEDE-PREFERENCIA SECTION.
      * Pede canal, contatos, adesoes e limites para WS-AREA-PREFERENCIA
      * e os critica; tudo certo liga DADOS-OK.
      *-----------------------------------------------------------------

           MOVE 'P6000-PEDE-PREFERENCIA' TO WS-NOM-PARAGRAFO

           MOVE 'N'    TO WS-DADOS-OK-SW
           MOVE SPACES TO WS-PRF-CANAL
                          WS-PRF-CELULAR
                          WS-PRF-EMAIL
           MOVE ZEROS  TO WS-PRF-VL-LIMITE-DEB
                          WS-PRF-VL-SALDO-MIN

           DISPLAY 'CANAL - (S)MS (E)-MAIL (A)MBOS: '
           ACCEPT WS-PRF-CANAL
           EVALUATE WS-PRF-CANAL
               WHEN 'S'  WHEN 's'
                    MOVE 'S' TO WS-PRF-CANAL
               WHEN 'E'  WHEN 'e'
                    MOVE 'E' TO WS-PRF-CANAL
               WHEN 'A'  WHEN 'a'
                    MOVE 'A' TO WS-PRF-CANAL
               WHEN OTHER
                    DISPLAY 'CANAL INVALIDO.'
                    EXIT SECTION
           END-EVALUATE

           IF WS-PRF-CANAL EQUAL 'S' OR 'A'
              DISPLAY 'CELULAR COM DDD (SO DIGITOS): '
              ACCEPT WS-PRF-CELULAR
              MOVE ZEROS TO WS-QTD-CARACTERES
              INSPECT WS-PRF-CELULAR TALLYING WS-QTD-CARACTERES
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-QTD-CARACTERES < 10
                 OR WS-QTD-CARACTERES > 13
                 DISPLAY 'CELULAR INVALIDO (10 A 13 DIGITOS).'
                 EXIT SECTION
              END-IF
              IF WS-PRF-CELULAR(1:WS-QTD-CARACTERES) NOT NUMERIC
                 DISPLAY 'CELULAR INVALIDO (SO DIGITOS).'
                 EXIT SECTION
              END-IF
           END-IF

           IF WS-PRF-CANAL EQUAL 'E' OR 'A'
              DISPLAY 'E-MAIL: '
              ACCEPT WS-PRF-EMAIL
              MOVE ZEROS TO WS-QTD-ARROBAS
              INSPECT WS-PRF-EMAIL TALLYING WS-QTD-ARROBAS
                      FOR ALL '@'
              IF WS-PRF-EMAIL(1:1) EQUAL SPACE
                 OR WS-PRF-EMAIL(1:1) EQUAL '@'
                 OR WS-QTD-ARROBAS NOT EQUAL 1
                 DISPLAY 'E-MAIL INVALIDO.'
                 EXIT SECTION
              END-IF
           END-IF

           DISPLAY 'AVISAR CONTA NEGATIVA (S/N)? '
           ACCEPT WS-PRF-INDICADOR
           PERFORM P6300-CRITICA-INDICADOR
           IF NOT INDICADOR-OK
              EXIT SECTION
           END-IF
           MOVE WS-PRF-INDICADOR TO WS-PRF-IND-NEG

           DISPLAY 'AVISAR BLOQUEIO JUDICIAL/LIBERACAO (S/N)? '
           ACCEPT WS-PRF-INDICADOR
           PERFORM P6300-CRITICA-INDICADOR
           IF NOT INDICADOR-OK
              EXIT SECTION
           END-IF
           MOVE WS-PRF-INDICADOR TO WS-PRF-IND-BLQ

           DISPLAY 'AVISAR PARCELA QUICADA/EMPRESTIMO EM ATRASO '
                   '(S/N)? '
           ACCEPT WS-PRF-INDICADOR
           PERFORM P6300-CRITICA-INDICADOR
           IF NOT INDICADOR-OK
              EXIT SECTION
           END-IF
           MOVE WS-PRF-INDICADOR TO WS-PRF-IND-EMP

           DISPLAY 'AVISAR CONTA CONGELADA POR INATIVIDADE (S/N)? '
           ACCEPT WS-PRF-INDICADOR
           PERFORM P6300-CRITICA-INDICADOR
           IF NOT INDICADOR-OK
              EXIT SECTION
           END-IF
           MOVE WS-PRF-INDICADOR TO WS-PRF-IND-INA

           DISPLAY 'AVISAR DEBITO ACIMA DE UM VALOR (S/N)? '
           ACCEPT WS-PRF-INDICADOR
           PERFORM P6300-CRITICA-INDICADOR
           IF NOT INDICADOR-OK
              EXIT SECTION
           END-IF
           MOVE WS-PRF-INDICADOR TO WS-PRF-IND-DEB
           IF WS-PRF-IND-DEB EQUAL 'S'
              DISPLAY 'LIMITE DE DEBITO (AVISA ACIMA DELE): '
              ACCEPT WS-PRF-VL-LIMITE-DEB
              IF WS-PRF-VL-LIMITE-DEB EQUAL ZEROS
                 DISPLAY 'LIMITE DE DEBITO OBRIGATORIO.'
                 EXIT SECTION
              END-IF
           END-IF

           DISPLAY 'AVISAR SALDO ABAIXO DE UM MINIMO (S/N)? '
           ACCEPT WS-PRF-INDICADOR
           PERFORM P6300-CRITICA-INDICADOR
           IF NOT INDICADOR-OK
              EXIT SECTION
           END-IF
           MOVE WS-PRF-INDICADOR TO WS-PRF-IND-SMN
           IF WS-PRF-IND-SMN EQUAL 'S'
              DISPLAY 'SALDO MINIMO (AVISA ABAIXO DELE): '
              ACCEPT WS-PRF-VL-SALDO-MIN
              IF WS-PRF-VL-SALDO-MIN EQUAL ZEROS
                 DISPLAY 'SALDO MINIMO OBRIGATORIO.'
                 EXIT SECTION
              END-IF
           END-IF

           MOVE 'S' TO WS-DADOS-OK-SW

           .

      *-----------------------------------------------------------------
       P6300-CRITICA-INDICADOR SECTION.
      * Normaliza a resposta S/N em WS-PRF-INDICADOR; resultado em
      * INDICADOR-OK.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-INDICADOR-OK-SW

           EVALUATE WS-PRF-INDICADOR
               WHEN 'S'  WHEN 's'
                    MOVE 'S' TO WS-PRF-INDICADOR
                    MOVE 'S' TO WS-INDICADOR-OK-SW
               WHEN 'N'  WHEN 'n'
                    MOVE 'N' TO WS-PRF-INDICADOR
                    MOVE 'S' TO WS-INDICADOR-OK-SW
               WHEN OTHER
                    DISPLAY 'RESPONDA S OU N.'
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P6500-EXIBE-PREFERENCIA SECTION.
      *-----------------------------------------------------------------

           EVALUATE FINNTPF-CANAL
               WHEN 'S'
                    MOVE 'SMS'          TO WS-DESC-CANAL
               WHEN 'E'
                    MOVE 'E-MAIL'       TO WS-DESC-CANAL
               WHEN 'A'
                    MOVE 'SMS E E-MAIL' TO WS-DESC-CANAL
               WHEN OTHER
                    MOVE 'DESCONHEC.'   TO WS-DESC-CANAL
           END-EVALUATE

           DISPLAY '---------------------------------------------------'
           DISPLAY 'CLIENTE ...........: ' FINNTPF-CLIENTE
           DISPLAY 'CANAL .............: ' WS-DESC-CANAL
           DISPLAY 'CELULAR ...........: ' FINNTPF-CELULAR
           DISPLAY 'E-MAIL ............: ' FINNTPF-EMAIL
           DISPLAY 'CONTA NEGATIVA ....: ' FINNTPF-IND-NEG
           DISPLAY 'BLOQUEIO JUDICIAL .: ' FINNTPF-IND-BLQ
           DISPLAY 'EMPRESTIMO ........: ' FINNTPF-IND-EMP
           DISPLAY 'INATIVIDADE .......: ' FINNTPF-IND-INA
           MOVE FINNTPF-VL-LIMITE-DEB TO WS-VL-EDITADO
           DISPLAY 'DEBITO ACIMA DE ...: ' FINNTPF-IND-DEB '  '
                   WS-VL-EDITADO
           MOVE FINNTPF-VL-SALDO-MIN  TO WS-VL-EDITADO
           DISPLAY 'SALDO ABAIXO DE ...: ' FINNTPF-IND-SMN '  '
                   WS-VL-EDITADO
           DISPLAY 'ALTERADO EM .......: ' FINNTPF-DT-ALTERACAO
                   ' POR ' FINNTPF-OPER-ALTERACAO
           DISPLAY '---------------------------------------------------'

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINNTMNT - TERMINO COM ERRO'
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

           CLOSE FINNTPF
                 FINCUST

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINNTMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
