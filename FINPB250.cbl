      *                                             MENTO)
      *                                   FINCUST - CADASTRO DE
      *                                             CLIENTES
      *                                   FINTITL - VINCULOS CLIENTE x
      *                                             CONTA (FINCMNT)
      *                                   FINSLDS - SALDO DE FIM DE ANO
      *                                   FINCDB  - APLICACOES CDB
      *                                             RESGATADAS NO ANO
      *              ARQUIVO DE SAIDA   : FINIRPF - INFORMES (LINHAS
      *                                             IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Todo janeiro o informe de rendimentos era remontado na mao. Os
      * creditos de juros do FINPB130 sao identificaveis no historico
      * pela faixa reservada de ID-TRAN (9.000.000.000-9.049.999.999) e
      * pelo indicador 'C'; este job:
      * - Varre FINSLDH e totaliza, por conta, os creditos de juros
      *   cuja data de processamento cai no ano pedido (o alcance e
      *   cliente que rendeu juros: uma linha por conta (juros do ano +
      *   saldo atual de FINSLDS, a posicao de fim de ano quando o job
      *   roda no fechamento) e o total do cliente;
      * - As contas do cliente vem dos vinculos FINTITL (chave
      *   alternativa CLIENTE), considerando SO os vinculos em que ele
      *   e o titular PRINCIPAL: conta conjunta sai no informe do
      *   principal e nao se repete no dos cotitulares/representantes;
      * - Conta que rendeu juros mas nao tem titular PRINCIPAL
      *   cadastrado sai na secao final de excecoes (a amarracao e
      *   conferida em detalhe pelo batch de integridade).
      * - Rendimento BRUTO, IR RETIDO NA FONTE e LIQUIDO: os juros
      *   creditados sao os 'C' da faixa 9.000.000.000-9.049.999.999 e
      *   o IR retido sobre eles os 'D' da faixa 9.050.000.000-
      *   9.099.999.999 (FINPB130); o rendimento dos CDB resgatados no
      *   ano (vencimento ou antecipado) vem de FINCDB.dat, com o IR
      *   gravado na aplicacao, e entra na conta investimento titular
      *   da aplicacao. LIQUIDO = BRUTO - IR.
      ******************************************************************
      * VRS003 - 15/10/2026 - RENDIMENTO BRUTO, IR RETIDO NA FONTE E
      *                       LIQUIDO POR CONTA; RENDIMENTO E IR DOS
      *                       CDB RESGATADOS NO ANO (FINCDB).
      * VRS002 - 15/10/2026 - CONTAS CONJUNTAS: AS CONTAS DO CLIENTE
      *                       VEM DOS VINCULOS FINTITL E O INFORME SAI
      *                       SO PARA O TITULAR PRINCIPAL.
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA - CONTAS DO CLIENTE (START NA CHAVE
      *    ALTERNATIVA CLIENTE + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    APLICACOES CDB - RESGATES DO ANO (READ)
      *    MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB, LA).
           SELECT FINCDB   ASSIGN TO 'FINCDB.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINCDB-NR-APLIC
                  FILE STATUS IS WS-FS-FINCDB.
      *    SALDOS ATUALIZADOS - SALDO DE FIM DE ANO (READ RANDOM)
           SELECT FINSLDS  ASSIGN TO 'FINSLDS.dat'
                  ORGANIZATION IS INDEXED
       01  REG-FINANOP.
           03  FINANOP-ANO            PIC  9(004).
      *
      *    RENDIMENTO BRUTO E IR RETIDO ACUMULADOS POR CONTA NO ANO; O
      *    INDICADOR DE CONSUMO PERMITE APONTAR, AO FINAL, AS CONTAS
      *    SEM TITULAR.
       FD  FINIRTOT
           RECORD CONTAINS 048 CHARACTERS.

       01  REG-FINIRTOT.
           03  FINIRTOT-CHAVE         PIC  X(017).
           03  FINIRTOT-VL-JUROS      PIC  9(013)V99.
           03  FINIRTOT-VL-IR         PIC  9(013)V99.
           03  FINIRTOT-IND-CONSUMIDO PIC  X(001).
      *
      *    MESMO LAYOUT DE REG-FINCUST DO FINCMNT (CADASTRO DE CLIENTES)
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
       FD  FINCDB
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINCDB.
           03  FINCDB-NR-APLIC        PIC  9(008).
           03  FINCDB-CHAVE-INVEST    PIC  X(017).
           03  FINCDB-CHAVE-CORRENTE  PIC  X(017).
           03  FINCDB-VL-PRINCIPAL    PIC  9(009)V99.
           03  FINCDB-TAXA-ANUAL      PIC  9(003)V99.
           03  FINCDB-DT-APLICACAO    PIC  9(008).
           03  FINCDB-DT-VENCIMENTO   PIC  9(008).
           03  FINCDB-PRAZO-DIAS      PIC  9(005).
           03  FINCDB-STATUS          PIC  X(001).
              88  FINCDB-VENCIDA             VALUE 'V'.
              88  FINCDB-RESGATADA           VALUE 'R'.
           03  FINCDB-DT-RESGATE      PIC  9(008).
           03  FINCDB-VL-RENDIMENTO   PIC  9(009)V99.
           03  FINCDB-VL-MULTA        PIC  9(009)V99.
           03  FINCDB-VL-RESGATE      PIC  9(009)V99.
           03  FINCDB-COD-MOEDA       PIC  X(003).
           03  FINCDB-COD-OPER        PIC  X(008).
           03  FINCDB-ALIQUOTA-IR     PIC  9(003)V99.
           03  FINCDB-VL-IR           PIC  9(009)V99.
           03  FINCDB-COD-RECEITA     PIC  X(004).
           03  FILLER                 PIC  X(008).
      *
       FD  FINSLDS
           RECORD CONTAINS 045 CHARACTERS.
      *
       FD  FINIRPF
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINIRPF                PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  WS-FS-FINANOP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRTOT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDB           PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRPF          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-HIST      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CRED-JUROS      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-DEB-IR          PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CDB-RESGATE     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONTAS-JUROS    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-INFORMES        PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-SEM-TITULAR     PIC 9(010)  VALUE ZEROS.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-FIM-FINIRTOT-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINIRTOT               VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-FIM-FINCDB-SW       PIC X(001)  VALUE 'N'.
              88  FIM-FINCDB                 VALUE 'S'.
      *    CADASTRO DE CLIENTES (OU DE VINCULOS) AUSENTE = TODAS AS
      *    CONTAS SEM TITULAR
           05  WS-FINCUST-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
      *    SALDOS AUSENTES = INFORME SEM A COLUNA DE SALDO
           05  WS-ANO-INFORME         PIC 9(004)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
      *    LANCAMENTO A ACUMULAR NA CONTA (P2000)
           05  WS-ACU-CHAVE           PIC X(017)    VALUE SPACES.
           05  WS-ACU-VL-JUROS        PIC 9(013)V99 VALUE ZEROS.
           05  WS-ACU-VL-IR           PIC 9(013)V99 VALUE ZEROS.
      *
      *    ACUMULADORES DO CLIENTE CORRENTE
           05  WS-CLI-TEM-JUROS-SW    PIC X(001)  VALUE 'N'.
              88  CLI-TEM-JUROS              VALUE 'S'.
           05  WS-CLI-VL-JUROS        PIC 9(013)V99 VALUE ZEROS.
           05  WS-CLI-VL-IR           PIC 9(013)V99 VALUE ZEROS.
           05  WS-VL-LIQUIDO          PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
       01  WS-LINHA-CONTA.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-CTA-CHAVE       PIC X(017).
           05  FILLER                 PIC X(008)  VALUE ' BRUTO '.
           05  WS-LIN-CTA-JUROS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(004)  VALUE ' IR '.
           05  WS-LIN-CTA-IR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(006)  VALUE ' LIQ '.
           05  WS-LIN-CTA-LIQUIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(008)  VALUE ' SALDO '.
           05  WS-LIN-CTA-SALDO       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           05  FILLER                 PIC X(022)
                         VALUE 'TOTAL DE RENDIMENTOS '.
           05  WS-LIN-TOT-JUROS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(004)  VALUE ' IR '.
           05  WS-LIN-TOT-IR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(006)  VALUE ' LIQ '.
           05  WS-LIN-TOT-LIQUIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-EXCECAO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-EXC-CHAVE       PIC X(017).
           05  FILLER                 PIC X(008)  VALUE ' BRUTO '.
           05  WS-LIN-EXC-JUROS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(004)  VALUE ' IR '.
           05  WS-LIN-EXC-IR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(006)  VALUE ' LIQ '.
           05  WS-LIN-EXC-LIQUIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(017)
                         VALUE '  ** SEM TITULAR'.
      *

           PERFORM P0000-INICIALIZA
           PERFORM P1000-TOTALIZA-JUROS
           PERFORM P1500-TOTALIZA-CDB
           PERFORM P3000-EMITE-INFORMES
           PERFORM P5000-LISTA-SEM-TITULAR
           PERFORM P9000-FINALIZA
                    PERFORM P8000-ERRO
           END-EVALUATE

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

           OPEN INPUT FINSLDS
           EVALUATE WS-FS-FINSLDS
               WHEN '00'
       P1000-TOTALIZA-JUROS SECTION.
      * Varre o historico totalizando, por conta, os creditos de juros
      * do ano (indicador 'C' + ID na faixa 9.000.000.000-
      * 9.049.999.999) e o IR retido sobre eles (indicador 'D' + ID na
      * faixa 9.050.000.000-9.099.999.999).
      *-----------------------------------------------------------------

           MOVE 'P1000-TOTALIZA-JUROS' TO WS-NOM-PARAGRAFO
                    IF FINSLDH-DATA-PROC(1:4) EQUAL WS-ANO-INFORME
                       AND FINSLDH-IND-TRAN EQUAL 'C'
                       AND FINSLDH-ID-TRAN NOT LESS 9000000000
                       AND FINSLDH-ID-TRAN NOT GREATER 9049999999
                       ADD 1 TO WS-QTD-CRED-JUROS
                       MOVE FINSLDH-CHAVE   TO WS-ACU-CHAVE
                       MOVE FINSLDH-VL-TRAN TO WS-ACU-VL-JUROS
                       MOVE ZEROS           TO WS-ACU-VL-IR
                       PERFORM P2000-ACUMULA-CONTA
                    END-IF
                    IF FINSLDH-DATA-PROC(1:4) EQUAL WS-ANO-INFORME
                       AND FINSLDH-IND-TRAN EQUAL 'D'
                       AND FINSLDH-ID-TRAN NOT LESS 9050000000
                       AND FINSLDH-ID-TRAN NOT GREATER 9099999999
                       ADD 1 TO WS-QTD-DEB-IR
                       MOVE FINSLDH-CHAVE   TO WS-ACU-CHAVE
                       MOVE ZEROS           TO WS-ACU-VL-JUROS
                       MOVE FINSLDH-VL-TRAN TO WS-ACU-VL-IR
                       PERFORM P2000-ACUMULA-CONTA
                    END-IF
              END-READ

           .

      *-----------------------------------------------------------------
       P1500-TOTALIZA-CDB SECTION.
      * Rendimento bruto e IR retido dos CDB resgatados no ano (no
      * vencimento ou antecipadamente), na conta investimento titular
      * da aplicacao. Cadastro ausente = nenhum CDB a informar.
      *-----------------------------------------------------------------

           MOVE 'P1500-TOTALIZA-CDB' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINCDB
           EVALUATE WS-FS-FINCDB
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCDB - FILE STATUS = '
                           WS-FS-FINCDB
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINCDB
              READ FINCDB
                 AT END
                    MOVE 'S' TO WS-FIM-FINCDB-SW
                 NOT AT END
                    IF (FINCDB-VENCIDA OR FINCDB-RESGATADA)
                       AND FINCDB-DT-RESGATE(1:4) EQUAL WS-ANO-INFORME
                       AND FINCDB-VL-RENDIMENTO > ZEROS
                       ADD 1 TO WS-QTD-CDB-RESGATE
                       MOVE FINCDB-CHAVE-INVEST  TO WS-ACU-CHAVE
                       MOVE FINCDB-VL-RENDIMENTO TO WS-ACU-VL-JUROS
                       MOVE ZEROS                TO WS-ACU-VL-IR
                       IF FINCDB-VL-IR NUMERIC
                          MOVE FINCDB-VL-IR      TO WS-ACU-VL-IR
                       END-IF
                       PERFORM P2000-ACUMULA-CONTA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINCDB

           .

      *-----------------------------------------------------------------
       P2000-ACUMULA-CONTA SECTION.
      * Soma WS-ACU-VL-JUROS/WS-ACU-VL-IR na entrada de WS-ACU-CHAVE.
      *-----------------------------------------------------------------

           MOVE WS-ACU-CHAVE TO FINIRTOT-CHAVE

           READ FINIRTOT
              INVALID KEY
                 MOVE WS-ACU-CHAVE    TO FINIRTOT-CHAVE
                 MOVE WS-ACU-VL-JUROS TO FINIRTOT-VL-JUROS
                 MOVE WS-ACU-VL-IR    TO FINIRTOT-VL-IR
                 MOVE 'N'             TO FINIRTOT-IND-CONSUMIDO
                 WRITE REG-FINIRTOT
                 ADD 1 TO WS-QTD-CONTAS-JUROS
              NOT INVALID KEY
                 ADD WS-ACU-VL-JUROS TO FINIRTOT-VL-JUROS
                 ADD WS-ACU-VL-IR    TO FINIRTOT-VL-IR
                 REWRITE REG-FINIRTOT
           END-READ


      *-----------------------------------------------------------------
       P3500-TRATA-CLIENTE SECTION.
      * Emite o informe do cliente corrente, se alguma das contas de
      * que ele e o titular PRINCIPAL rendeu juros no ano; as entradas
      * usadas ficam marcadas como consumidas.
      *-----------------------------------------------------------------

           MOVE 'P3500-TRATA-CLIENTE' TO WS-NOM-PARAGRAFO

      *    Primeira passada: o cliente tem juros a informar?
           MOVE 'N'   TO WS-CLI-TEM-JUROS-SW
           PERFORM P3600-POSICIONA-VINCULOS
           PERFORM UNTIL FIM-FINTITL
                      OR CLI-TEM-JUROS
              PERFORM P3700-LE-VINCULO
              IF NOT FIM-FINTITL
                 AND FINTITL-PRINCIPAL
                 MOVE FINTITL-CONTA TO FINIRTOT-CHAVE
                 READ FINIRTOT
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WS-CLI-TEM-JUROS-SW
                 END-READ
              END-IF
           END-PERFORM

           IF NOT CLI-TEM-JUROS

           ADD 1 TO WS-QTD-INFORMES
           MOVE ZEROS TO WS-CLI-VL-JUROS
                         WS-CLI-VL-IR

           MOVE WS-LINHA-SEPARADOR TO REG-FINIRPF
           PERFORM P7000-GRAVA-LINHA
           PERFORM P7000-GRAVA-LINHA

      *    Segunda passada: uma linha por conta com juros.
           PERFORM P3600-POSICIONA-VINCULOS
           PERFORM UNTIL FIM-FINTITL
              PERFORM P3700-LE-VINCULO
              IF NOT FIM-FINTITL
                 AND FINTITL-PRINCIPAL
                 MOVE FINTITL-CONTA TO FINIRTOT-CHAVE
                 READ FINIRTOT
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM P4000-LINHA-CONTA
                 END-READ
              END-IF
           END-PERFORM

           MOVE WS-CLI-VL-JUROS TO WS-LIN-TOT-JUROS
           MOVE WS-CLI-VL-IR    TO WS-LIN-TOT-IR
           COMPUTE WS-VL-LIQUIDO = WS-CLI-VL-JUROS - WS-CLI-VL-IR
           MOVE WS-VL-LIQUIDO   TO WS-LIN-TOT-LIQUIDO
           MOVE WS-LINHA-TOTAL TO REG-FINIRPF
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P3600-POSICIONA-VINCULOS SECTION.
      * Posiciona FINTITL no primeiro vinculo do cliente corrente
      * (chave alternativa CLIENTE).
      *-----------------------------------------------------------------

           MOVE 'N'        TO WS-FIM-FINTITL-SW
           MOVE FINCUST-ID TO FINTITL-CLIENTE
           START FINTITL KEY EQUAL FINTITL-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           .

      *-----------------------------------------------------------------
       P3700-LE-VINCULO SECTION.
      * Le o proximo vinculo; ao passar para outro cliente, liga o fim.
      *-----------------------------------------------------------------

           READ FINTITL NEXT
              AT END
                 MOVE 'S' TO WS-FIM-FINTITL-SW
              NOT AT END
                 IF FINTITL-CLIENTE NOT EQUAL FINCUST-ID
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 END-IF
           END-READ

           .

      *-----------------------------------------------------------------
       P4000-LINHA-CONTA SECTION.
      * Linha da conta no informe: rendimento bruto, IR retido e
      * liquido do ano e saldo de fim de ano (FINSLDS); a entrada de
      * trabalho fica marcada como consumida.
      *-----------------------------------------------------------------

           MOVE 'P4000-LINHA-CONTA' TO WS-NOM-PARAGRAFO
           MOVE FINIRTOT-CHAVE    TO WS-LIN-CTA-CHAVE
           MOVE FINIRTOT-VL-JUROS TO WS-LIN-CTA-JUROS
           ADD  FINIRTOT-VL-JUROS TO WS-CLI-VL-JUROS
           MOVE FINIRTOT-VL-IR    TO WS-LIN-CTA-IR
           ADD  FINIRTOT-VL-IR    TO WS-CLI-VL-IR
           COMPUTE WS-VL-LIQUIDO = FINIRTOT-VL-JUROS - FINIRTOT-VL-IR
           MOVE WS-VL-LIQUIDO     TO WS-LIN-CTA-LIQUIDO

           MOVE ZEROS TO WS-LIN-CTA-SALDO
           IF FINSLDS-DISPONIVEL
      *-----------------------------------------------------------------
       P5000-LISTA-SEM-TITULAR SECTION.
      * Secao final de excecoes: contas que renderam juros no ano mas
      * nao tem titular PRINCIPAL cadastrado.
      *-----------------------------------------------------------------

           MOVE 'P5000-LISTA-SEM-TITULAR' TO WS-NOM-PARAGRAFO
                       ADD 1 TO WS-QTD-SEM-TITULAR
                       MOVE FINIRTOT-CHAVE    TO WS-LIN-EXC-CHAVE
                       MOVE FINIRTOT-VL-JUROS TO WS-LIN-EXC-JUROS
                       MOVE FINIRTOT-VL-IR    TO WS-LIN-EXC-IR
                       COMPUTE WS-VL-LIQUIDO =
                               FINIRTOT-VL-JUROS - FINIRTOT-VL-IR
                       MOVE WS-VL-LIQUIDO     TO WS-LIN-EXC-LIQUIDO
                       MOVE WS-LINHA-EXCECAO TO REG-FINIRPF
                       PERFORM P7000-GRAVA-LINHA
                    END-IF
                 FINIRPF
           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
           END-IF
           IF FINSLDS-DISPONIVEL
              CLOSE FINSLDS
           DISPLAY 'ANO DO INFORME              - ' WS-ANO-INFORME
           DISPLAY 'QTD LIDOS FINSLDH           - ' WS-QTD-LIDOS-HIST
           DISPLAY 'QTD CREDITOS DE JUROS       - ' WS-QTD-CRED-JUROS
           DISPLAY 'QTD DEBITOS DE IR RETIDO    - ' WS-QTD-DEB-IR
           DISPLAY 'QTD CDB RESGATADOS NO ANO   - ' WS-QTD-CDB-RESGATE
           DISPLAY 'QTD CONTAS COM JUROS        - ' WS-QTD-CONTAS-JUROS
           DISPLAY 'QTD INFORMES EMITIDOS       - ' WS-QTD-INFORMES
           DISPLAY 'QTD CONTAS SEM TITULAR      - ' WS-QTD-SEM-TITULAR
