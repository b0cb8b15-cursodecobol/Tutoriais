      *                                   FINCUST - CADASTRO DE CLIENTES
      *                                             (NOME DO TITULAR NO
      *                                             CABECALHO)
      *                                   FINTITL - VINCULOS DE
      *                                             TITULARIDADE
      *                                   FINSTMP - PERIODO SOLICITADO
      *                                             (DT-INI + DT-FIM;
      *                                             AUSENTE = MES DA
      *                                             DATA DE PROCESSA-
      *                                             MENTO ATE ELA)
      *                                   FINFLOAT- CREDITOS EM FLOAT
      *                                             (VIA SRFLOAT)
      *              ARQUIVO DE SAIDA   : FINSTMT - EXTRATO PERIODICO
      *                                             (LINHAS IMPRESSAS)
      *
      * permanente FINSLDH, seleciona os movimentos do periodo pedido e
      * os classifica por CONTA + DATA + SEQUENCIA; para cada conta:
      * - Cabecalho com a chave e o nome do titular (pesquisado em
      *   FINTITL/FINCUST, como no FINPB120 - titular principal; conta
      *   sem titular sai em branco);
      * - SALDO DE ABERTURA = SALDO-ANTES do primeiro movimento do
      *   periodo;
      * - Uma linha por movimento: data, indicador (D/C/J/F), valor,
      * - SALDO DE FECHAMENTO = SALDO-DEPOIS do ultimo movimento, e a
      *   conciliacao ABERTURA + CREDITOS - DEBITOS = FECHAMENTO
      *   impressa na propria pagina (CONFERE/DIVERGE).
      * - CREDITOS EM FLOAT: creditos ainda nao compensados no fim do
      *   periodo (FINFLOAT, pela SRFLOAT, com data de referencia =
      *   fim do periodo) - o valor bloqueado, a proxima liberacao e a
      *   data em que tudo fica disponivel. Como o FINPB192 exclui os
      *   creditos ja liberados, extrato de periodo antigo mostra so o
      *   que ainda esta pendente.
      * Conta sem movimento no periodo nao gera extrato. O alcance do
      * extrato e limitado pela retencao do historico (FINHISTP).
      ******************************************************************
      * VRS003 - 15/10/2026 - CREDITOS EM FLOAT NO FIM DA PAGINA DA
      *                       CONTA: VALOR NAO COMPENSADO E DATAS DE
      *                       LIBERACAO (FINFLOAT, VIA SRFLOAT).
      * VRS002 - 15/10/2026 - CONTAS CONJUNTAS: O TITULAR IMPRESSO E O
      *                       TITULAR PRINCIPAL DA CONTA, PESQUISADO
      *                       NOS VINCULOS FINTITL (MESMA PESQUISA DO
      *                       FINPB120).
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
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
      *    EXTRATO PERIODICO - SAIDA (WRITE)
           SELECT FINSTMT  ASSIGN TO 'FINSTMT.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
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
       FD  FINSTMT
           RECORDING MODE IS F
           05  WS-FS-FINSTMH-ORD      PIC X(002)  VALUE '00'.
           05  WS-FS-FINSTMP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSTMT          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-HIST      PIC 9(010)  VALUE ZEROS.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
           05  WS-TITULAR-ACHADO-SW   PIC X(001)  VALUE 'N'.
              88  WS-TITULAR-ACHADO          VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-TITULAR-NOME        PIC X(030)  VALUE SPACES.
      *
      *    PERIODO EFETIVO DO EXTRATO (PARAMETRO OU MES CORRENTE)
           05  WS-DT-INI              PIC 9(008)  VALUE ZEROS.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRFLOAT (CREDITOS EM FLOAT DA CONTA)
       01  WS-PARM-FLOAT.
           05  WS-FLT-CHAVE           PIC X(017).
           05  WS-FLT-DATA-REF        PIC 9(008).
           05  WS-FLT-VL-FLOAT        PIC 9(011)V99.
           05  WS-FLT-QTD-FLOAT       PIC 9(005).
           05  WS-FLT-DT-PROX-LIB     PIC 9(008).
           05  WS-FLT-VL-PROX-LIB     PIC 9(011)V99.
           05  WS-FLT-DT-ULT-LIB      PIC 9(008).
           05  WS-FLT-COD-RETORNO     PIC X(002).
              88  WS-FLT-COM-FLOAT           VALUE '00'.
              88  WS-FLT-ERRO                VALUE '99'.
           05  WS-FLT-FILE-STATUS     PIC X(002).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-LIN-CON-DEB         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CON-RESULT      PIC X(008).
      *
       01  WS-LINHA-FLOAT.
           05  FILLER                 PIC X(020)
                                      VALUE 'CREDITOS EM FLOAT   '.
           05  WS-LIN-FLT-VALOR       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(015)
                                      VALUE ' - LIVRE TOTAL '.
           05  WS-LIN-FLT-DT-ULT      PIC 9(008).
      *
       01  WS-LINHA-FLOAT-LIB.
           05  FILLER                 PIC X(020)
                                      VALUE '  PROXIMA LIBERACAO '.
           05  WS-LIN-FLL-DATA        PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-FLL-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SEPARADOR        PIC X(072)  VALUE ALL '-'.
      *
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

           OPEN OUTPUT FINSTMT
           IF WS-FS-FINSTMT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG

      *-----------------------------------------------------------------
       P3500-PROCURA-TITULAR SECTION.
      * Procura o titular principal da conta corrente nos vinculos
      * FINTITL e o nome em FINCUST - mesma pesquisa do FINPB120.
      * Cadastro ausente ou conta sem titular deixa o nome em branco.
      *-----------------------------------------------------------------

           MOVE 'P3500-PROCURA-TITULAR' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-TITULAR-ACHADO-SW
           MOVE 'N' TO WS-FIM-FINTITL-SW
           MOVE SPACES TO WS-TITULAR-NOME

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
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-LINHA-CONCILIACAO TO REG-FINSTMT
           PERFORM P7000-GRAVA-LINHA

           PERFORM P4500-CREDITOS-EM-FLOAT

           MOVE 'N' TO WS-CTA-ABERTA-SW

           .

      *-----------------------------------------------------------------
       P4500-CREDITOS-EM-FLOAT SECTION.
      * Creditos da conta ainda nao compensados no fim do periodo
      * (SRFLOAT); sem credito em float, nada e impresso.
      *-----------------------------------------------------------------

           MOVE 'P4500-CREDITOS-EM-FLOAT' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE TO WS-FLT-CHAVE
           MOVE WS-DT-FIM    TO WS-FLT-DATA-REF
           CALL 'SRFLOAT' USING WS-PARM-FLOAT
           IF WS-FLT-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRFLOAT - FILE STATUS = '
                     WS-FLT-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF NOT WS-FLT-COM-FLOAT
              EXIT SECTION
           END-IF

           MOVE WS-FLT-VL-FLOAT    TO WS-LIN-FLT-VALOR
           MOVE WS-FLT-DT-ULT-LIB  TO WS-LIN-FLT-DT-ULT
           MOVE WS-LINHA-FLOAT TO REG-FINSTMT
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-FLT-DT-PROX-LIB TO WS-LIN-FLL-DATA
           MOVE WS-FLT-VL-PROX-LIB TO WS-LIN-FLL-VALOR
           MOVE WS-LINHA-FLOAT-LIB TO REG-FINSTMT
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
           END-IF
           CLOSE FINSTMT

