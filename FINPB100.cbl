      *
      *              ARQUIVOS DE SAIDA  : FINSLDS  - SALDOS ATUALIZADOS
      *                                   FINTRANS - TRANS.REJEITADAS
      *              ARQUIVO DE E/S     : FINFLOAT - CREDITOS EM FLOAT
      *                                              (PRAZOS EM FINFLTP)
      *
      * BALANCE LINE
      * - Técnica de programação que consiste em pesquisa de dados entre
      * - Pode haver ou não uma conta (AGENCIA+CONTA+SUBCONTA).
      * - Uma transação, sem conta correspondente, deve ser REJEITADA.
      ******************************************************************
      * VRS034 - 15/10/2026 - CLASSE DE ORIGEM DO FLOAT ALINHADA AO
      *                       FINPB106: FAIXA 9.400.000.000 (CAIXA) =
      *                       'BA' E PERNA 3 DO CDB = 'IR'.
      * VRS033 - 15/10/2026 - FLOAT DE CREDITOS NAO COMPENSADOS: UM
      *                       CREDITO 'C' CUJA CLASSE DE ORIGEM (FAIXA
      *                       DO ID-TRAN, A MESMA DO ROTEIRO CONTABIL)
      *                       TEM PRAZO EM FINFLTP.dat (FINFLMNT;
      *                       AUSENTE = CAMARA EM 1 DIA UTIL) ENTRA NO
      *                       SALDO E E REGISTRADO EM FINFLOAT.dat COM
      *                       A DATA DE LIBERACAO (DIAS UTEIS PELA
      *                       SRDIAUTIL). UM DEBITO 'D' QUE SO CABERIA
      *                       USANDO CREDITO AINDA EM FLOAT E
      *                       REJEITADO COM O NOVO MOTIVO '11'. TARIFA
      *                       'F' E AJUSTE 'J' NAO SAO AFETADOS, NEM A
      *                       PERNA DE LIQUIDACAO DA CAMARA (FAIXA
      *                       9.600.000.000).
      * VRS032 - 02/09/2026 - DOCUMENTADO O MOTIVO '10' (TRANSFERENCIA
      *                       ENTRE MOEDAS SEM TAXA DE CAMBIO VIGENTE
      *                       OU SEM CONTA DE CONTROLE) NO LAYOUT DE
           SELECT FINJBLOG ASSIGN TO 'FINJBLOG.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINJBLOG.
      *    PRAZOS DE FLOAT POR CLASSE DE ORIGEM - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINFLMNT (VER FD FINFLTP, LA).
      *    CARREGADO EM MEMORIA NA INICIALIZACAO; AUSENTE = PADRAO.
           SELECT FINFLTP  ASSIGN TO 'FINFLTP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINFLTP-ORIGEM
                  FILE STATUS IS WS-FS-FINFLTP.
      *    CREDITOS EM FLOAT - ENTRADA E SAIDA (I-O)
      *    CHAVEADO POR CHAVE DA CONTA + ID-TRAN: START NA CONTA PARA
      *    SOMAR O QUE AINDA NAO FOI LIBERADO; UM REGISTRO POR CREDITO
      *    POSTADO COM PRAZO. LIBERADO E LISTADO PELO FINPB192.
           SELECT FINFLOAT ASSIGN TO 'FINFLOAT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINFLOAT-CHAVE
                  FILE STATUS IS WS-FS-FINFLOAT.

      ******************************************************************
       DATA DIVISION.
      *    '10'=TRANSFERENCIA ENTRE MOEDAS SEM TAXA DE CAMBIO VIGENTE
      *         OU SEM CONTA DE CONTROLE (GRAVADO PELO FINPB160, NAO
      *         POR ESTE PROGRAMA)
      *    '11'=DEBITO QUE USARIA CREDITO AINDA EM FLOAT (NAO
      *         COMPENSADO - VER FINFLOAT)
           03  FINTRANS-MOTIVO          PIC  X(002).
           03  FINTRANS-ID-TRAN         PIC  9(010).
      *    DATA/MOEDA ORIGINAIS DA TRANSACAO REJEITADA, PRESERVADAS PARA
           03  FINJBLOG-QTD-GRAVADOS  PIC  9(010).
           03  FINJBLOG-INFO          PIC  X(020).
      *
      *    PRAZO DE FLOAT DE UMA CLASSE DE ORIGEM (VER FINFLMNT)
       FD  FINFLTP
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINFLTP.
           03  FINFLTP-ORIGEM         PIC  X(002).
           03  FINFLTP-DIAS-UTEIS     PIC  9(002).
           03  FINFLTP-DESCRICAO      PIC  X(020).
           03  FINFLTP-DT-ALTERACAO   PIC  9(008).
           03  FINFLTP-COD-OPER       PIC  X(008).
      *
      *    CREDITO EM FLOAT (VER CABECALHO, VRS033)
       FD  FINFLOAT
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINFLOAT.
           03  FINFLOAT-CHAVE.
               05  FINFLOAT-CHAVE-CONTA  PIC  X(017).
               05  FINFLOAT-ID-TRAN      PIC  9(010).
           03  FINFLOAT-VL-TRAN          PIC  9(009)V99.
      *    CLASSE DE ORIGEM QUE DEU O PRAZO (VER FINFLTP)
           03  FINFLOAT-ORIGEM           PIC  X(002).
      *    DATA DO CICLO QUE POSTOU O CREDITO E DATA A PARTIR DE CUJO
      *    CICLO ELE PODE SER USADO
           03  FINFLOAT-DT-CREDITO       PIC  9(008).
           03  FINFLOAT-DT-LIBERACAO     PIC  9(008).
      *    'P'=PENDENTE  'L'=LIBERADO (MARCADO PELO FINPB192)
           03  FINFLOAT-STATUS           PIC  X(001).
              88  FINFLOAT-PENDENTE             VALUE 'P'.
              88  FINFLOAT-LIBERADO             VALUE 'L'.
      *    DATA DO CICLO EM QUE O FINPB192 LISTOU A LIBERACAO
           03  FINFLOAT-DT-LIBERADO      PIC  9(008).
           03  FILLER                    PIC  X(015).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           05  WS-FS-FINJAUT          PIC X(002)  VALUE '00'.
           05  WS-FS-FINIDSV          PIC X(002)  VALUE '00'.
           05  WS-FS-FINAGTOT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINFLTP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINFLOAT         PIC X(002)  VALUE '00'.
      *    ARQUIVO DE AUTORIZACOES AUSENTE NAO E ERRO (NENHUM AJUSTE
      *    APROVADO AINDA): A TRILHA SAI COM OPERADOR EM BRANCO.
           05  WS-FINJAUT-DISPONIVEL  PIC X(001)  VALUE 'S'.
           05  WS-QTD-GRAV-FINGL      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAV-FINTRANH   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAV-FINSLDR    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAV-FINFLOAT   PIC 9(010)  VALUE ZEROS.
      *
      *    DATA DE EXECUCAO DO JOB (AAAAMMDD), USADA PARA IDENTIFICAR
      *    TRANSACOES COM EFETIVACAO FUTURA (VER FINTRAN-DT-EFETIVA).
              88  WS-MOTIVO-MOEDA-DIVERGENTE VALUE '05'.
              88  WS-MOTIVO-IND-TRAN-INVALIDO VALUE '06'.
              88  WS-MOTIVO-CHAVE-INVALIDA   VALUE '07'.
              88  WS-MOTIVO-FUNDOS-EM-FLOAT  VALUE '11'.
      *
      *    MOEDA EFETIVA DA CONTA/TRANSACAO (ESPACOS => 'BRL'), USADAS
      *    PARA A CONFERENCIA DE MOEDA EM P3500-CALCULA-SALDO.
           88  WS-TRAN-DUPLICADA             VALUE 'S'.
      *
      *-----------------------------------------------------------------
      * FLOAT DE CREDITOS NAO COMPENSADOS: PRAZOS POR CLASSE DE ORIGEM
      * (FINFLTP, CARREGADO EM P0000) E O VALOR AINDA BLOQUEADO DA
      * CONTA CORRENTE (SOMADO EM FINFLOAT NA PRIMEIRA TRANSACAO DA
      * CONTA E ACRESCIDO A CADA CREDITO COM PRAZO POSTADO NO CICLO)
      *-----------------------------------------------------------------
       01  WS-AREA-FLOAT.
           05  WS-QTD-PRAZOS-FLOAT    PIC 9(002)  VALUE ZEROS.
           05  WS-TAB-PRAZO-FLOAT OCCURS 20 TIMES
                                  INDEXED BY WS-IDX-FLT.
               10  WS-FLT-TAB-ORIGEM  PIC X(002).
               10  WS-FLT-TAB-DIAS    PIC 9(002).
           05  WS-FIM-FINFLTP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINFLTP                VALUE 'S'.
           05  WS-FIM-FINFLOAT-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINFLOAT               VALUE 'S'.
      *    CONTA CUJO FLOAT ESTA EM WS-VL-FLOAT-CONTA
           05  WS-FLT-CHAVE-CALCULADA PIC X(017)  VALUE LOW-VALUES.
           05  WS-VL-FLOAT-CONTA      PIC 9(011)V99   VALUE ZEROS.
      *    PARTE DO FLOAT QUE NAO PODE SER USADA PELO DEBITO CORRENTE
      *    ('D' = TODO O FLOAT; 'F' = NADA) E SALDO DISPONIVEL APOS ELE
           05  WS-VL-FLOAT-USADO      PIC 9(011)V99   VALUE ZEROS.
           05  WS-VL-DISP-APOS        PIC S9(011)V99  VALUE ZEROS.
           05  WS-FLT-ORIGEM          PIC X(002)  VALUE SPACES.
           05  WS-FLT-DIAS            PIC 9(002)  VALUE ZEROS.
           05  WS-FLT-CONT-DIAS       PIC 9(002)  VALUE ZEROS.
           05  WS-FLT-DATA            PIC 9(008)  VALUE ZEROS.
           05  WS-FLT-DIAS-INTEIRO    PIC S9(009) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
      * TOTAIS DE CONCILIACAO POR ORIGEM DA TRANSACAO: POSICOES 1-4 =
      * ORIGENS '01'-'04' (EXTRATOS DE SERVIDOR CARIMBADOS PELO
      * FINPB105); POSICAO 5 = LANCAMENTOS INTERNOS/SEM ORIGEM.
              PERFORM P8000-ERRO
           END-IF

      * Prazos de float e arquivo de creditos em float (criado vazio
      * na primeira execucao)
           PERFORM P0300-CARREGA-PRAZOS-FLOAT

           OPEN I-O FINFLOAT
           IF WS-FS-FINFLOAT EQUAL '35'
              OPEN OUTPUT FINFLOAT
              CLOSE FINFLOAT
              OPEN I-O FINFLOAT
           END-IF
           IF WS-FS-FINFLOAT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINFLOAT - FILE STATUS = '
                     WS-FS-FINFLOAT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF MODO-RESTART
              PERFORM P0500-REPOSICIONA
           END-IF
      *
           .

      *-----------------------------------------------------------------
       P0300-CARREGA-PRAZOS-FLOAT SECTION.
      * Carrega em memoria as classes de origem com prazo de float
      * maior que zero. Tabela ausente = so a camara (CA), em 1 dia
      * util, o mesmo padrao com que o FINFLMNT cria o arquivo.
      *-----------------------------------------------------------------

           MOVE 'P0300-CARREGA-PRAZOS-FLOAT' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-PRAZOS-FLOAT

           OPEN INPUT FINFLTP
           EVALUATE WS-FS-FINFLTP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 1    TO WS-QTD-PRAZOS-FLOAT
                    MOVE 'CA' TO WS-FLT-TAB-ORIGEM(1)
                    MOVE 01   TO WS-FLT-TAB-DIAS(1)
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINFLTP - FILE STATUS = '
                           WS-FS-FINFLTP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-FINFLTP-SW
           PERFORM UNTIL FIM-FINFLTP
              READ FINFLTP
                 AT END
                    MOVE 'S' TO WS-FIM-FINFLTP-SW
                 NOT AT END
                    IF FINFLTP-DIAS-UTEIS > ZEROS
                       AND WS-QTD-PRAZOS-FLOAT < 20
                       ADD 1 TO WS-QTD-PRAZOS-FLOAT
                       MOVE FINFLTP-ORIGEM
                         TO WS-FLT-TAB-ORIGEM(WS-QTD-PRAZOS-FLOAT)
                       MOVE FINFLTP-DIAS-UTEIS
                         TO WS-FLT-TAB-DIAS(WS-QTD-PRAZOS-FLOAT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINFLTP

           .

      *-----------------------------------------------------------------
       P0500-REPOSICIONA SECTION.
      * Modo RESTART: avanca a leitura de FINSLD e FINTRAN ate o ponto
           PERFORM P4700-TROCA-AGENCIA
           MOVE FINSLD-VL-SLD TO WS-VL-SLD-ANTES-TRAN

      *    Float ainda bloqueado da conta: somado uma vez por conta.
           IF FINSLD-CHAVE NOT EQUAL WS-FLT-CHAVE-CALCULADA
              PERFORM P5100-SOMA-FLOAT-CONTA
           END-IF

           PERFORM P4800-VERIFICA-DUPLICADA

      *    Moeda efetiva da conta e da transacao (espacos => 'BRL',
                 OR FINTRAN-IND-TRAN EQUAL 'F'
                    COMPUTE WS-VL-SLD-APOS =
                            FINSLD-VL-SLD - FINTRAN-VL-TRAN
      *             Debito do cliente ('D') nao pode usar credito ainda
      *             em float; a tarifa ('F') segue so a regra do limite.
                    MOVE ZEROS TO WS-VL-FLOAT-USADO
                    IF FINTRAN-IND-TRAN EQUAL 'D'
                       MOVE WS-VL-FLOAT-CONTA TO WS-VL-FLOAT-USADO
                    END-IF
                    COMPUTE WS-VL-DISP-APOS =
                            WS-VL-SLD-APOS - WS-VL-FLOAT-USADO
      *             Conta sem limite: nao pode ficar negativa.
      *             Conta com limite: pode ficar negativa ate o limite.
      *             O mesmo teste, sobre o saldo sem o float, separa o
      *             debito que so cabe com credito nao compensado.
                    EVALUATE TRUE
                        WHEN (FINSLD-SEM-LIMITE
                                AND WS-VL-SLD-APOS < ZEROS)
                          OR (FINSLD-COM-LIMITE
                                AND WS-VL-SLD-APOS <
                                    (0 - FINSLD-VL-LIMITE))
                             MOVE '03' TO WS-MOTIVO-REJEICAO
                             PERFORM P4500-GRAVA-FINTRANS
                        WHEN (FINSLD-SEM-LIMITE
                                AND WS-VL-DISP-APOS < ZEROS)
                          OR (FINSLD-COM-LIMITE
                                AND WS-VL-DISP-APOS <
                                    (0 - FINSLD-VL-LIMITE))
                             MOVE '11' TO WS-MOTIVO-REJEICAO
                             PERFORM P4500-GRAVA-FINTRANS
                        WHEN OTHER
                             MOVE WS-VL-SLD-APOS TO FINSLD-VL-SLD
                             ADD FINTRAN-VL-TRAN TO WS-AGEN-VL-DEBITO
                             PERFORM P3700-GRAVA-FINSLDA
                    END-EVALUATE
               WHEN FINTRAN-IND-TRAN EQUAL 'C'
      ************* ADD      FINTRAN-VL-TRAN TO   FINSLD-VL-SLD
                    COMPUTE  FINSLD-VL-SLD = FINSLD-VL-SLD +
                    END-COMPUTE
                    ADD FINTRAN-VL-TRAN TO WS-AGEN-VL-CREDITO
                    PERFORM P3700-GRAVA-FINSLDA
                    PERFORM P5000-REGISTRA-FLOAT
               WHEN OTHER
                    MOVE '06' TO WS-MOTIVO-REJEICAO
                    PERFORM P4500-GRAVA-FINTRANS

           .

      *-----------------------------------------------------------------
       P5000-REGISTRA-FLOAT SECTION.
      * Credito 'C' recem-postado: se a classe de origem dele tem prazo
      * de float, registra o bloqueio em FINFLOAT com a data de
      * liberacao (data do ciclo + N dias uteis) e o soma ao float da
      * conta. Em RESTART o credito pode ja ter sido registrado pela
      * execucao interrompida: o WRITE devolve '22' e o registro e
      * regravado com os mesmos dados.
      *-----------------------------------------------------------------

           MOVE 'P5000-REGISTRA-FLOAT' TO WS-NOM-PARAGRAFO

      *    Perna de liquidacao da conta de controle da camara (FINPB220)
      *    nao e credito de cliente: nunca fica em float.
           IF FINTRAN-ID-TRAN >= 9600000000
              AND FINTRAN-ID-TRAN <= 9699999999
              EXIT SECTION
           END-IF

           PERFORM P5200-CLASSIFICA-ORIGEM

           MOVE ZEROS TO WS-FLT-DIAS
           PERFORM VARYING WS-IDX-FLT FROM 1 BY 1
                   UNTIL WS-IDX-FLT > WS-QTD-PRAZOS-FLOAT
              IF WS-FLT-TAB-ORIGEM(WS-IDX-FLT) EQUAL WS-FLT-ORIGEM
                 MOVE WS-FLT-TAB-DIAS(WS-IDX-FLT) TO WS-FLT-DIAS
              END-IF
           END-PERFORM
           IF WS-FLT-DIAS EQUAL ZEROS
              EXIT SECTION
           END-IF

      *    Avanca N dias uteis: a cada volta, o dia seguinte e depois o
      *    primeiro dia util a partir dele.
           MOVE WS-DATA-EXECUCAO TO WS-FLT-DATA
           PERFORM VARYING WS-FLT-CONT-DIAS FROM 1 BY 1
                   UNTIL WS-FLT-CONT-DIAS > WS-FLT-DIAS
              COMPUTE WS-FLT-DIAS-INTEIRO =
                      FUNCTION INTEGER-OF-DATE(WS-FLT-DATA) + 1
              COMPUTE WS-FLT-DATA =
                      FUNCTION DATE-OF-INTEGER(WS-FLT-DIAS-INTEIRO)
              MOVE WS-FLT-DATA TO WS-DIU-DATA
              MOVE 'P'         TO WS-DIU-FUNCAO
              CALL 'SRDIAUTIL' USING WS-PARM-DIA-UTIL
              MOVE WS-DIU-DATA-RESULT TO WS-FLT-DATA
           END-PERFORM

           MOVE SPACES            TO REG-FINFLOAT
           MOVE FINSLD-CHAVE      TO FINFLOAT-CHAVE-CONTA
           MOVE FINTRAN-ID-TRAN   TO FINFLOAT-ID-TRAN
           MOVE FINTRAN-VL-TRAN   TO FINFLOAT-VL-TRAN
           MOVE WS-FLT-ORIGEM     TO FINFLOAT-ORIGEM
           MOVE WS-DATA-EXECUCAO  TO FINFLOAT-DT-CREDITO
           MOVE WS-FLT-DATA       TO FINFLOAT-DT-LIBERACAO
           MOVE 'P'               TO FINFLOAT-STATUS
           MOVE ZEROS             TO FINFLOAT-DT-LIBERADO

           WRITE REG-FINFLOAT
           IF WS-FS-FINFLOAT EQUAL '22'
              REWRITE REG-FINFLOAT
           END-IF
           IF WS-FS-FINFLOAT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFLOAT - FILE STATUS: '
                      WS-FS-FINFLOAT
                      DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD FINTRAN-VL-TRAN TO WS-VL-FLOAT-CONTA
           ADD 1               TO WS-QTD-GRAV-FINFLOAT

           .

      *-----------------------------------------------------------------
       P5100-SOMA-FLOAT-CONTA SECTION.
      * Soma os creditos da conta ainda bloqueados: pendentes com
      * liberacao posterior a data do ciclo. Os registrados pela
      * propria data (so existem em RESTART) ficam fora: voltam a ser
      * somados quando o credito for reaplicado, em P5000.
      *-----------------------------------------------------------------

           MOVE 'P5100-SOMA-FLOAT-CONTA' TO WS-NOM-PARAGRAFO

           MOVE FINSLD-CHAVE TO WS-FLT-CHAVE-CALCULADA
           MOVE ZEROS        TO WS-VL-FLOAT-CONTA

           MOVE 'N'          TO WS-FIM-FINFLOAT-SW
           MOVE FINSLD-CHAVE TO FINFLOAT-CHAVE-CONTA
           MOVE ZEROS        TO FINFLOAT-ID-TRAN
           START FINFLOAT KEY NOT LESS THAN FINFLOAT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINFLOAT-SW
           END-START

           PERFORM UNTIL FIM-FINFLOAT
              READ FINFLOAT NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINFLOAT-SW
                 NOT AT END
                    IF FINFLOAT-CHAVE-CONTA NOT EQUAL FINSLD-CHAVE
                       MOVE 'S' TO WS-FIM-FINFLOAT-SW
                    ELSE
                       IF FINFLOAT-PENDENTE
                          AND FINFLOAT-DT-LIBERACAO > WS-DATA-EXECUCAO
                          AND FINFLOAT-DT-CREDITO NOT EQUAL
                              WS-DATA-EXECUCAO
                          ADD FINFLOAT-VL-TRAN TO WS-VL-FLOAT-CONTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5200-CLASSIFICA-ORIGEM SECTION.
      * Classe de origem do credito pela faixa do ID-TRAN ou, fora
      * delas, pelo COD-ORIGEM carimbado pelo FINPB105 - a mesma regra
      * do roteiro contabil (P2100 do FINPB106).
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FINTRAN-ID-TRAN >= 8000000000
                AND FINTRAN-ID-TRAN <= 8499999999
                    MOVE 'OR' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 8500000000
                AND FINTRAN-ID-TRAN <= 8599999999
                    MOVE 'TR' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 8600000000
                AND FINTRAN-ID-TRAN <= 8799999999
                    MOVE 'EM' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 8800000000
                AND FINTRAN-ID-TRAN <= 8899999999
                    MOVE 'AJ' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 8900000000
                AND FINTRAN-ID-TRAN <= 8999999999
                    MOVE 'CA' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9000000000
                AND FINTRAN-ID-TRAN <= 9049999999
                    MOVE 'JU' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9050000000
                AND FINTRAN-ID-TRAN <= 9099999999
                    MOVE 'IR' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9100000000
                AND FINTRAN-ID-TRAN <= 9199999999
                    MOVE 'TA' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9200000000
                AND FINTRAN-ID-TRAN <= 9299999999
                    MOVE 'JU' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9400000000
                AND FINTRAN-ID-TRAN <= 9499999999
                    MOVE 'BA' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9500000000
                AND FINTRAN-ID-TRAN <= 9599999999
                    MOVE 'BJ' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9600000000
                AND FINTRAN-ID-TRAN <= 9699999999
                    MOVE 'CA' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9700000000
                AND FINTRAN-ID-TRAN <= 9799999999
                    MOVE 'EM' TO WS-FLT-ORIGEM
      *        Perna 3 da aplicacao CDB = IR retido no resgate
               WHEN FINTRAN-ID-TRAN >= 9900000000
                AND FUNCTION MOD(FINTRAN-ID-TRAN, 10) = 3
                    MOVE 'IR' TO WS-FLT-ORIGEM
               WHEN FINTRAN-ID-TRAN >= 9900000000
                    MOVE 'CD' TO WS-FLT-ORIGEM
               WHEN FINTRAN-COD-ORIGEM EQUAL '01' OR '02' OR '03'
                                          OR '04'
                    MOVE 'BA' TO WS-FLT-ORIGEM
               WHEN OTHER
                    MOVE 'OU' TO WS-FLT-ORIGEM
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------
                 FINSLDR
                 FINIDSV
                 FINAGTOT
                 FINFLOAT

           IF FINJAUT-DISPONIVEL
              CLOSE FINJAUT
           DISPLAY 'QUANTIDADE GRAVADOS FINGL   - ' WS-QTD-GRAV-FINGL
           DISPLAY 'QUANTIDADE GRAVADOS FINTRANH-' WS-QTD-GRAV-FINTRANH
           DISPLAY 'QUANTIDADE GRAVADOS FINSLDR -' WS-QTD-GRAV-FINSLDR
           DISPLAY 'QUANTIDADE GRAVADOS FINFLOAT-' WS-QTD-GRAV-FINFLOAT
           DISPLAY '***************************************************'

      *    Contadores do dia tambem vao para o log persistente de
