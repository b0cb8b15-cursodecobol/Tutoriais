      *              LIMITE PARAMETRIZADO E CONTAS QUE O ULTRAPASSARAM
      *              NO DIA EM VARIAS PARCELAS MENORES (FRACIONAMENTO),
      *              COM OPERADOR, ORIGEM E NOME DO TITULAR, ACUMULADOS
      *              NO ARQUIVO MENSAL DE COMUNICACAO; CONTAS CUJOS
      *              CREDITOS NO MES SUPERAM UM MULTIPLO DA RENDA
      *              DECLARADA NO PERFIL KYC DO TITULAR.
      *              ARQUIVOS DE ENTRADA: FINSLDA - TRILHA DE AUDITORIA
      *                                             DO CICLO
      *                                   FINCMPP - LIMITE DE
      *                                             COMUNICACAO E
      *                                             MULTIPLO DA RENDA
      *                                             (AUSENTE =
      *                                             10.000,00 E 3,0)
      *                                   FINCUST - NOME DO TITULAR
      *                                   FINTITL - VINCULOS DE
      *                                             TITULARIDADE
      *                                   FINKYC  - PERFIL KYC (RENDA
      *                                             DECLARADA)
      *              ARQUIVO ATUALIZADO : FINCMAC - CREDITOS DO MES POR
      *                                             CONTA
      *              ARQUIVO DE SAIDA   : FINCMPF - ARQUIVO ACUMULATIVO
      *                                             DE OCORRENCIAS
      *                                             (EXTEND; O INFORME
      *   PARCELAS vira uma ocorrencia tipo 'E' (fracionamento/
      *   estruturacao), com a soma e a quantidade - juros, tarifas e
      *   parcelas geradas em lote nao contam;
      * - O nome do titular (principal) sai da pesquisa em FINTITL/
      *   FINCUST (a mesma do FINPB120); conta sem titular sai em
      *   branco;
      * - Toda ocorrencia e acrescentada (EXTEND) ao arquivo
      *   acumulativo FINCMPF.dat, carimbada com a data de
      *   processamento: o informe do mes vira uma extracao, nao uma
      *   arqueologia.
      * - Os creditos DO CLIENTE (mesma convencao acima) do dia somam-se
      *   aos do mes da conta em FINCMAC.dat (zerado na virada do mes;
      *   numa reexecucao no mesmo dia o acumulado e refeito a partir
      *   do valor de antes do dia). Quando o total do mes passa de
      *   FINCMPP-MULT-RENDA vezes a renda mensal declarada no perfil
      *   KYC do titular principal (FINKYC, mantido pelo FINCMNT),
      *   grava uma ocorrencia tipo 'R' (renda incompativel) com o
      *   total e a quantidade de creditos do mes - uma vez por conta
      *   no mes. Titular sem perfil ou sem renda declarada nao e
      *   avaliado (vai para o relatorio de KYC do FINPB246).
      ******************************************************************
      * VRS003 - 15/10/2026 - CREDITOS DO MES POR CONTA (FINCMAC)
      *                       COMPARADOS COM A RENDA DECLARADA NO
      *                       PERFIL KYC DO TITULAR (FINKYC): NOVA
      *                       OCORRENCIA 'R'; FINCMPP GANHA O MULTIPLO
      *                       DA RENDA.
      * VRS002 - 15/10/2026 - CONTAS CONJUNTAS: O TITULAR IMPRESSO E O
      *                       TITULAR PRINCIPAL DA CONTA, PESQUISADO
      *                       NOS VINCULOS FINTITL (MESMA PESQUISA DO
      *                       FINPB120).
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FINSLDA  ASSIGN TO 'FINSLDA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDA.
      *    LIMITE DE COMUNICACAO E MULTIPLO DA RENDA (UM REGISTRO;
      *    AUSENTE = 10.000,00 E 3,0)
           SELECT FINCMPP  ASSIGN TO 'FINCMPP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCMPP.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA (TITULARIDADE) - PESQUISA PELA
      *    CONTA (START NA CHAVE CONTA+CLIENTE + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    PERFIL KYC - RENDA DECLARADA DO TITULAR (READ)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINKYC, LA).
           SELECT FINKYC   ASSIGN TO 'FINKYC.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINKYC-CLIENTE
                  FILE STATUS IS WS-FS-FINKYC.
      *    CREDITOS DO MES POR CONTA - ACESSO DIRETO (I-O)
           SELECT FINCMAC  ASSIGN TO 'FINCMAC.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCMAC-CHAVE
                  FILE STATUS IS WS-FS-FINCMAC.
      *    ARQUIVO ACUMULATIVO DE OCORRENCIAS - SAIDA (WRITE, EXTEND)
           SELECT FINCMPF  ASSIGN TO 'FINCMPF.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
           03  FINSLDA-COD-ORIGEM     PIC  X(002).
           03  FINSLDA-COD-OPER       PIC  X(008).
      *
      *    REGISTRO ANTIGO SEM O MULTIPLO (11 POSICOES) VALE 3,0
       FD  FINCMPP
           RECORDING MODE IS F
           RECORD CONTAINS 015 CHARACTERS.

       01  REG-FINCMPP.
           03  FINCMPP-VL-LIMITE      PIC  9(009)V99.
           03  FINCMPP-MULT-RENDA     PIC  9(003)V9.
      *
      *    MESMO LAYOUT DE REG-FINCUST DO FINCMNT (CADASTRO DE CLIENTES)
       FD  FINCUST
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
      *    AREA LIVRE (ERA A LISTA DE ATE 10 CONTAS DO CLIENTE; OS
      *    VINCULOS CLIENTE x CONTA ESTAO EM FINTITL, SEM LIMITE)
           03  FILLER                 PIC  X(172).
      *
      *    MESMO LAYOUT DE REG-FINTITL DO FINCMNT (TITULARIDADE)
       FD  FINTITL
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL.
           03 FINTITL-CHAVE.
              05  FINTITL-CONTA       PIC  X(017).
              05  FINTITL-CLIENTE     PIC  9(006).
           03  FINTITL-PAPEL          PIC  X(001).
              88  FINTITL-PRINCIPAL          VALUE 'P'.
              88  FINTITL-COTITULAR          VALUE 'C'.
              88  FINTITL-REPRESENTANTE      VALUE 'R'.
           03  FINTITL-DT-VINCULO     PIC  9(008).
           03  FILLER                 PIC  X(008).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINKYC, LA)
       FD  FINKYC
           RECORD CONTAINS 240 CHARACTERS.

       01  REG-FINKYC.
           03  FINKYC-CLIENTE            PIC  9(006).
           03  FINKYC-LOGRADOURO         PIC  X(040).
           03  FINKYC-NUMERO             PIC  X(010).
           03  FINKYC-COMPLEMENTO        PIC  X(020).
           03  FINKYC-BAIRRO             PIC  X(030).
           03  FINKYC-CIDADE             PIC  X(030).
           03  FINKYC-UF                 PIC  X(002).
           03  FINKYC-CEP                PIC  9(008).
           03  FINKYC-DT-NASC-FUND       PIC  9(008).
           03  FINKYC-VL-RENDA-MENSAL    PIC  9(009)V99.
           03  FINKYC-OCUPACAO           PIC  X(030).
           03  FINKYC-RISCO              PIC  X(001).
           03  FINKYC-DT-PROX-REVISAO    PIC  9(008).
           03  FINKYC-DT-ULT-REVISAO     PIC  9(008).
           03  FINKYC-OPER-ULT-REVISAO   PIC  X(008).
           03  FINKYC-DT-INCLUSAO        PIC  9(008).
           03  FILLER                    PIC  X(012).
      *
      *    CREDITOS DO CLIENTE NO MES, POR CONTA: TOTAL E QUANTIDADE
      *    DO MES (ANOMES), OS MESMOS ANTES DO ULTIMO DIA SOMADO (PARA
      *    A REEXECUCAO NO MESMO DIA) E A MARCA DA OCORRENCIA 'R' JA
      *    GRAVADA NO MES
       FD  FINCMAC
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINCMAC.
           03  FINCMAC-CHAVE          PIC  X(017).
           03  FINCMAC-ANOMES         PIC  9(006).
           03  FINCMAC-VL-CRED-MES    PIC  9(013)V99.
           03  FINCMAC-QTD-CRED-MES   PIC  9(005).
           03  FINCMAC-VL-ANTES-DIA   PIC  9(013)V99.
           03  FINCMAC-QTD-ANTES-DIA  PIC  9(005).
           03  FINCMAC-DT-ULT-MOVTO   PIC  9(008).
           03  FINCMAC-IND-SINALIZADA PIC  X(001).
              88  FINCMAC-SINALIZADA         VALUE 'S'.
           03  FINCMAC-DT-SINALIZACAO PIC  9(008).
      *
      *    OCORRENCIA DE COMPLIANCE: 'V' = MOVIMENTO ACIMA DO LIMITE
      *    (VALOR/IND/ID DO PROPRIO MOVIMENTO); 'E' = FRACIONAMENTO
      *    (SOMA E QUANTIDADE DO DIA, IND/ID ZERADOS); 'R' = CREDITOS
      *    DO MES ACIMA DO MULTIPLO DA RENDA DECLARADA (SOMA E
      *    QUANTIDADE DO MES, IND 'C', ID ZERADO)
       FD  FINCMPF
           RECORDING MODE IS F
           RECORD CONTAINS 097 CHARACTERS.
           05  WS-FS-FINSLDA          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCMPP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCMPF          PIC X(002)  VALUE '00'.
           05  WS-FS-FINKYC           PIC X(002)  VALUE '00'.
           05  WS-FS-FINCMAC          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-OCOR-VALOR      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-OCOR-FRACIONA   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-OCOR-RENDA      PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINSLDA-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDA                VALUE 'S'.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
           05  WS-TITULAR-ACHADO-SW   PIC X(001)  VALUE 'N'.
              88  WS-TITULAR-ACHADO          VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-TITULAR-NOME        PIC X(030)  VALUE SPACES.
           05  WS-TITULAR-ID          PIC 9(006)  VALUE ZEROS.
      *    PERFIL KYC AUSENTE: NENHUMA CONTA E AVALIADA PELA RENDA
           05  WS-FINKYC-DISPONIVEL   PIC X(001)  VALUE 'S'.
              88  FINKYC-DISPONIVEL          VALUE 'S'.
           05  WS-CMAC-EXISTE-SW      PIC X(001)  VALUE 'N'.
              88  CMAC-EXISTE                VALUE 'S'.
      *
           05  WS-VL-LIMITE           PIC 9(009)V99 VALUE 10000,00.
           05  WS-MULT-RENDA          PIC 9(003)V9  VALUE 3,0.
           05  WS-VL-TETO-RENDA       PIC 9(013)V99 VALUE ZEROS.
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
               10  WS-ANOMES-EXECUCAO PIC 9(006).
               10  FILLER             PIC 9(002).
      *
      *    CONTA CORRENTE DO CONTROL BREAK (DETECCAO DE FRACIONAMENTO)
           05  WS-CTA-CHAVE           PIC X(017)  VALUE SPACES.
              88  CTA-ABERTA                 VALUE 'S'.
           05  WS-CTA-VL-MIUDOS       PIC 9(013)V99 VALUE ZEROS.
           05  WS-CTA-QTD-MIUDOS      PIC 9(005)    VALUE ZEROS.
           05  WS-CTA-VL-CRED-DIA     PIC 9(013)V99 VALUE ZEROS.
           05  WS-CTA-QTD-CRED-DIA    PIC 9(005)    VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

      *    Limite de comunicacao e multiplo da renda: parametro
      *    opcional; ausente = 10.000,00 e 3,0 (registro antigo, sem o
      *    multiplo, mantem o 3,0).
           OPEN INPUT FINCMPP
           EVALUATE WS-FS-FINCMPP
               WHEN '00'
                             AND FINCMPP-VL-LIMITE > ZEROS
                             MOVE FINCMPP-VL-LIMITE TO WS-VL-LIMITE
                          END-IF
                          IF FINCMPP-MULT-RENDA NUMERIC
                             AND FINCMPP-MULT-RENDA > ZEROS
                             MOVE FINCMPP-MULT-RENDA TO WS-MULT-RENDA
                          END-IF
                    END-READ
                    CLOSE FINCMPP
               WHEN '35'
                    PERFORM P8000-ERRO
           END-EVALUATE

      *    Sem os vinculos de titularidade (FINTITL) nao ha titular a
      *    exibir: o cadastro e tratado como ausente.
           IF FINCUST-DISPONIVEL
              OPEN INPUT FINTITL
              EVALUATE WS-FS-FINTITL
                  WHEN '00'
                       CONTINUE
                  WHEN '35'
                       CLOSE FINCUST
                       MOVE 'N' TO WS-FINCUST-DISPONIVEL
                  WHEN OTHER
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - OPEN INPUT FINTITL - FILE '
                              'STATUS = ' WS-FS-FINTITL
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
              END-EVALUATE
           END-IF

           OPEN INPUT FINKYC
           EVALUATE WS-FS-FINKYC
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINKYC-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINKYC - FILE STATUS = '
                           WS-FS-FINKYC
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINCMAC
           IF WS-FS-FINCMAC EQUAL '35'
              OPEN OUTPUT FINCMAC
              IF WS-FS-FINCMAC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINCMAC - FILE STATUS = '
                        WS-FS-FINCMAC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINCMAC
              OPEN I-O FINCMAC
           END-IF
           IF WS-FS-FINCMAC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINCMAC - FILE STATUS = '
                     WS-FS-FINCMAC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN EXTEND FINCMPF
           IF WS-FS-FINCMPF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
           DISPLAY 'COMPLIANCE - MOVIMENTOS ACIMA DO LIMITE E '
                   'FRACIONAMENTO'
           DISPLAY 'LIMITE DE COMUNICACAO: ' WS-VL-LIMITE
           DISPLAY 'MULTIPLO DA RENDA ...: ' WS-MULT-RENDA
           DISPLAY '***************************************************'

           .
              MOVE 'S'           TO WS-CTA-ABERTA-SW
              MOVE ZEROS         TO WS-CTA-VL-MIUDOS
              MOVE ZEROS         TO WS-CTA-QTD-MIUDOS
              MOVE ZEROS         TO WS-CTA-VL-CRED-DIA
              MOVE ZEROS         TO WS-CTA-QTD-CRED-DIA
           END-IF

      *    Creditos do cliente do dia, de qualquer valor, para o
      *    acumulado do mes comparado com a renda declarada.
           IF FINSLDA-IND-TRAN EQUAL 'C'
              AND FINSLDA-ID-TRAN < 8000000000
              ADD FINSLDA-VL-TRAN TO WS-CTA-VL-CRED-DIA
              ADD 1               TO WS-CTA-QTD-CRED-DIA
           END-IF

           IF FINSLDA-VL-TRAN NOT LESS WS-VL-LIMITE
      *-----------------------------------------------------------------
       P3000-FECHA-CONTA SECTION.
      * Quebra de conta: se os movimentos abaixo do limite somaram o
      * limite ou mais em duas ou mais parcelas, e fracionamento; os
      * creditos do dia vao para o acumulado do mes.
      *-----------------------------------------------------------------

           MOVE 'P3000-FECHA-CONTA' TO WS-NOM-PARAGRAFO
                      ' PARCELAS'
           END-IF

           IF WS-CTA-QTD-CRED-DIA > ZEROS
              PERFORM P3200-ACUMULA-CREDITOS-MES
           END-IF

           MOVE 'N' TO WS-CTA-ABERTA-SW

           .

      *-----------------------------------------------------------------
       P3200-ACUMULA-CREDITOS-MES SECTION.
      * Soma os creditos do dia ao acumulado do mes da conta em
      * FINCMAC (zerado na virada do mes; refeito a partir do valor de
      * antes do dia numa reexecucao) e, se a conta ainda nao foi
      * sinalizada no mes, compara com a renda do titular (P3300).
      *-----------------------------------------------------------------

           MOVE 'P3200-ACUMULA-CREDITOS-MES' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE TO FINCMAC-CHAVE
           READ FINCMAC
              INVALID KEY
                 MOVE 'N' TO WS-CMAC-EXISTE-SW
              NOT INVALID KEY
                 MOVE 'S' TO WS-CMAC-EXISTE-SW
           END-READ
           IF WS-FS-FINCMAC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCMAC - FILE STATUS = '
                     WS-FS-FINCMAC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF NOT CMAC-EXISTE
              OR FINCMAC-ANOMES NOT EQUAL WS-ANOMES-EXECUCAO
              MOVE WS-CTA-CHAVE       TO FINCMAC-CHAVE
              MOVE WS-ANOMES-EXECUCAO TO FINCMAC-ANOMES
              MOVE ZEROS              TO FINCMAC-VL-CRED-MES
                                         FINCMAC-QTD-CRED-MES
                                         FINCMAC-VL-ANTES-DIA
                                         FINCMAC-QTD-ANTES-DIA
                                         FINCMAC-DT-ULT-MOVTO
                                         FINCMAC-DT-SINALIZACAO
              MOVE 'N'                TO FINCMAC-IND-SINALIZADA
           END-IF

           IF FINCMAC-DT-ULT-MOVTO EQUAL WS-DATA-EXECUCAO
              MOVE FINCMAC-VL-ANTES-DIA  TO FINCMAC-VL-CRED-MES
              MOVE FINCMAC-QTD-ANTES-DIA TO FINCMAC-QTD-CRED-MES
           ELSE
              MOVE FINCMAC-VL-CRED-MES   TO FINCMAC-VL-ANTES-DIA
              MOVE FINCMAC-QTD-CRED-MES  TO FINCMAC-QTD-ANTES-DIA
           END-IF

           ADD WS-CTA-VL-CRED-DIA  TO FINCMAC-VL-CRED-MES
           ADD WS-CTA-QTD-CRED-DIA TO FINCMAC-QTD-CRED-MES
           MOVE WS-DATA-EXECUCAO   TO FINCMAC-DT-ULT-MOVTO

           IF NOT FINCMAC-SINALIZADA
              PERFORM P3300-CONFERE-RENDA
           END-IF

           IF CMAC-EXISTE
              REWRITE REG-FINCMAC
           ELSE
              WRITE REG-FINCMAC
           END-IF
           IF WS-FS-FINCMAC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINCMAC - FILE STATUS = '
                     WS-FS-FINCMAC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3300-CONFERE-RENDA SECTION.
      * Ocorrencia tipo 'R': creditos do mes acima de WS-MULT-RENDA
      * vezes a renda mensal declarada no perfil KYC do titular
      * principal. Sem titular, sem perfil ou sem renda declarada a
      * conta nao e avaliada.
      *-----------------------------------------------------------------

           MOVE 'P3300-CONFERE-RENDA' TO WS-NOM-PARAGRAFO

           IF NOT FINKYC-DISPONIVEL
              EXIT SECTION
           END-IF

           PERFORM P3500-PROCURA-TITULAR
           IF NOT WS-TITULAR-ACHADO
              EXIT SECTION
           END-IF

           MOVE WS-TITULAR-ID TO FINKYC-CLIENTE
           READ FINKYC
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF WS-FS-FINKYC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINKYC - FILE STATUS = '
                     WS-FS-FINKYC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF FINKYC-VL-RENDA-MENSAL NOT NUMERIC
              OR FINKYC-VL-RENDA-MENSAL EQUAL ZEROS
              EXIT SECTION
           END-IF

           COMPUTE WS-VL-TETO-RENDA ROUNDED =
                   FINKYC-VL-RENDA-MENSAL * WS-MULT-RENDA

           IF FINCMAC-VL-CRED-MES NOT GREATER WS-VL-TETO-RENDA
              EXIT SECTION
           END-IF

           MOVE WS-DATA-EXECUCAO      TO FINCMPF-DATA
           MOVE 'R'                   TO FINCMPF-TIPO
           MOVE WS-CTA-CHAVE          TO FINCMPF-CHAVE
           MOVE FINCMAC-VL-CRED-MES   TO FINCMPF-VL-OCORRENCIA
           MOVE FINCMAC-QTD-CRED-MES  TO FINCMPF-QTD-MOVTOS
           MOVE 'C'                   TO FINCMPF-IND-TRAN
           MOVE ZEROS                 TO FINCMPF-ID-TRAN
           MOVE SPACES                TO FINCMPF-COD-OPER
           MOVE SPACES                TO FINCMPF-COD-ORIGEM
           MOVE WS-TITULAR-NOME       TO FINCMPF-NOME-TITULAR
           PERFORM P7000-GRAVA-FINCMPF

           MOVE 'S'              TO FINCMAC-IND-SINALIZADA
           MOVE WS-DATA-EXECUCAO TO FINCMAC-DT-SINALIZACAO

           ADD 1 TO WS-QTD-OCOR-RENDA
           DISPLAY 'RENDA  ' WS-CTA-CHAVE ' CREDITOS MES '
                   FINCMAC-VL-CRED-MES ' RENDA '
                   FINKYC-VL-RENDA-MENSAL ' CLIENTE ' WS-TITULAR-ID

           .

      *-----------------------------------------------------------------
       P3500-PROCURA-TITULAR SECTION.
      * Procura o titular principal da conta corrente nos vinculos
      * FINTITL e o nome em FINCUST - mesma pesquisa do FINPB120; o
      * codigo do titular fica em WS-TITULAR-ID.
      *-----------------------------------------------------------------

           MOVE 'P3500-PROCURA-TITULAR' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-TITULAR-ACHADO-SW
           MOVE 'N' TO WS-FIM-FINTITL-SW
           MOVE SPACES TO WS-TITULAR-NOME
           MOVE ZEROS  TO WS-TITULAR-ID

           IF NOT FINCUST-DISPONIVEL
              MOVE 'S' TO WS-FIM-FINTITL-SW
           ELSE
              MOVE WS-CTA-CHAVE TO FINTITL-CONTA
              MOVE ZEROS TO FINTITL-CLIENTE
              START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-FINTITL-SW
              END-START
           END-IF

           PERFORM UNTIL FIM-FINTITL OR WS-TITULAR-ACHADO
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL WS-CTA-CHAVE
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-PRINCIPAL
                          MOVE FINTITL-CLIENTE TO FINCUST-ID
                          READ FINCUST
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                MOVE 'S' TO WS-TITULAR-ACHADO-SW
                                MOVE FINCUST-NOME TO WS-TITULAR-NOME
                                MOVE FINCUST-ID   TO WS-TITULAR-ID
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM


           CLOSE FINSLDA
                 FINCMPF
                 FINCMAC
           IF FINKYC-DISPONIVEL
              CLOSE FINKYC
           END-IF
           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
           END-IF

      *    Contadores do passo tambem vao para o log persistente de
           MOVE WS-QTD-LIDOS TO WS-LOG-QTD-LIDOS
           COMPUTE WS-LOG-QTD-GRAVADOS =
                   WS-QTD-OCOR-VALOR + WS-QTD-OCOR-FRACIONA
                                     + WS-QTD-OCOR-RENDA
           PERFORM P9700-GRAVA-JBLOG

           DISPLAY '***************************************************'
           DISPLAY 'QTD OCORRENCIAS DE VALOR    - ' WS-QTD-OCOR-VALOR
           DISPLAY 'QTD OCORR. FRACIONAMENTO    - '
                    WS-QTD-OCOR-FRACIONA
           DISPLAY 'QTD OCORR. RENDA INCOMPAT.  - ' WS-QTD-OCOR-RENDA
           DISPLAY '***************************************************'

           .
