      * OBJETIVO   : BATCH NOTURNO DE INTEGRIDADE REFERENCIAL ENTRE O
      *              CADASTRO DE CLIENTES E OS ARQUIVOS DE CONTA:
      *              APONTA CONTA SEM TITULAR, VINCULO PARA CONTA
      *              INEXISTENTE OU ARQUIVADA, CONTA CONJUNTA SEM
      *              EXATAMENTE UM TITULAR PRINCIPAL E VINCULO PARA
      *              CLIENTE INEXISTENTE.
      *              ARQUIVOS DE ENTRADA: FINCUST - CADASTRO DE
      *                                             CLIENTES (FINCMNT)
      *                                   FINTITL - VINCULOS CLIENTE x
      *                                             CONTA (FINCMNT)
      *                                   FINSLD  - SALDOS DE CONTAS
      *                                   FINSLDX - ARQUIVO MORTO
      *                                             (FINPB200; AUSENTE
      * O FINCMNT valida a chave no vinculo, mas ninguem conferia o
      * conjunto: conta de FINSLD sem dono, vinculo apontando para
      * conta que o FINPB200 arquivou (ou que nunca existiu) e a mesma
      * conta com mais de um dono - e os relatorios que dependem da
      * amarracao (extrato com titular, informe anual, compliance)
      * perdiam contas em silencio. Este job, EXECUTADO A NOITE (FORA
      * DO CICLO):
      * - Le os vinculos de FINTITL em ordem de chave (CONTA+CLIENTE),
      *   com quebra por conta. CONTA CONJUNTA (varios vinculos) e
      *   aceita quando tem EXATAMENTE UM titular principal: com mais
      *   de um principal a conta e apontada na classe 'D' -
      *   DUPLICIDADE (com dois dos codigos); sem nenhum principal (so
      *   cotitulares/representante) na classe 'P';
      * - Cada vinculo cujo cliente nao esta em FINCUST e a classe
      *   'C' (vinculo orfao);
      * - Cada conta vinculada e conferida em FINSLD e, na falta, em
      *   FINSLDX - vinculo para conta ARQUIVADA e a classe 'X', para
      *   conta INEXISTENTE a classe 'I';
      * - Varre FINSLD (pulando o trailer) e aponta cada conta SEM
      *   vinculo em cliente algum (classe 'S' - SEM TITULAR);
      * - As violacoes saem em FININTEG.dat e os totais por classe no
      *   console.
      * CLASSES: 'S'=CONTA SEM TITULAR  'I'=VINCULO P/ INEXISTENTE
      *          'X'=VINCULO P/ CONTA ARQUIVADA
      *          'D'=MAIS DE UM TITULAR PRINCIPAL
      *          'P'=CONTA SEM TITULAR PRINCIPAL
      *          'C'=VINCULO P/ CLIENTE INEXISTENTE
      ******************************************************************
      * VRS002 - 15/10/2026 - CONTAS CONJUNTAS: OS VINCULOS PASSAM A SER
      *                       LIDOS DO FINTITL (PAPEL PRINCIPAL/
      *                       COTITULAR/REPRESENTANTE); A CONTA COM
      *                       VARIOS TITULARES E UM UNICO PRINCIPAL
      *                       DEIXA DE SER DUPLICIDADE. NOVAS CLASSES
      *                       'P' E 'C'; SAI O ARQUIVO DE TRABALHO
      *                       FINVINC.
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    CADASTRO DE CLIENTES - PESQUISA DO CLIENTE DO VINCULO
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA - LEITURA EM ORDEM DE CONTA (READ
      *    NEXT) E PESQUISA PELA CONTA (START)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    ARQUIVO SALDOS - PESQUISA E VARREDURA (DYNAMIC)
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLDX-CHAVE
                  FILE STATUS IS WS-FS-FINSLDX.
      *    RELATORIO DE VIOLACOES - SAIDA (WRITE)
           SELECT FININTEG ASSIGN TO 'FININTEG.dat'
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
       FD  FINSLD
           RECORD CONTAINS 045 CHARACTERS.
           03  FINSLDX-CHAVE          PIC  X(017).
           03  FINSLDX-RESTO          PIC  X(028).
           03  FINSLDX-DT-ARQUIVO     PIC  9(008).
      *
       FD  FININTEG
           RECORDING MODE IS F
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDX          PIC X(002)  VALUE '00'.
           05  WS-FS-FININTEG         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-CONTAS-VINC     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-VINCULOS        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-CONJUNTAS       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-CONTAS          PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-TITULAR     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-INEXISTENTES    PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-ARQUIVADAS      PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-DUPLICADOS      PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-PRINCIPAL   PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-ORFAOS          PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-FIM-FINSLD-SW       PIC X(001)  VALUE 'N'.
              88  FIM-FINSLD                 VALUE 'S'.
      *    CADASTRO OU VINCULOS AUSENTES = NADA A CRUZAR (AVISO)
           05  WS-FINCUST-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
      *    ARQUIVO MORTO AUSENTE NAO E ERRO
           05  WS-FINSLDX-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINSLDX-DISPONIVEL         VALUE 'S'.
      *
      *    CONTA CORRENTE DA QUEBRA E SEUS VINCULOS
           05  WS-CONTA-ATUAL         PIC X(017)  VALUE SPACES.
           05  WS-CTA-QTD-TITULARES   PIC 9(005)  VALUE ZEROS.
           05  WS-CTA-QTD-PRINCIPAIS  PIC 9(005)  VALUE ZEROS.
           05  WS-CTA-PRIMEIRO        PIC 9(006)  VALUE ZEROS.
           05  WS-CTA-PRINCIPAL       PIC 9(006)  VALUE ZEROS.
           05  WS-CTA-PRINCIPAL-2     PIC 9(006)  VALUE ZEROS.
           05  WS-CTA-CLIENTE         PIC 9(006)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.

           PERFORM P0000-INICIALIZA
           IF FINCUST-DISPONIVEL
              PERFORM P1000-CONFERE-VINCULOS
              PERFORM P4000-VARRE-FINSLD
           END-IF
           PERFORM P9000-FINALIZA
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINTITL
           EVALUATE WS-FS-FINTITL
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    CLOSE FINCUST
                    MOVE 'N' TO WS-FINCUST-DISPONIVEL
                    DISPLAY 'FINPB255 - FINTITL AUSENTE - NADA A '
                            'CRUZAR.'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINTITL - FILE STATUS = '
                           WS-FS-FINTITL
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FININTEG
           IF WS-FS-FININTEG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
           .

      *-----------------------------------------------------------------
       P1000-CONFERE-VINCULOS SECTION.
      * Percorre os vinculos em ordem de CONTA+CLIENTE, acumulando os
      * titulares de cada conta; na quebra de conta, a conta e
      * conferida (P3000).
      *-----------------------------------------------------------------

           MOVE 'P1000-CONFERE-VINCULOS' TO WS-NOM-PARAGRAFO

           MOVE LOW-VALUES TO FINTITL-CHAVE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL WS-CONTA-ATUAL
                       IF WS-CONTA-ATUAL NOT EQUAL SPACES
                          PERFORM P3000-CONFERE-CONTA
                       END-IF
                       MOVE FINTITL-CONTA TO WS-CONTA-ATUAL
                       MOVE ZEROS TO WS-CTA-QTD-TITULARES
                                     WS-CTA-QTD-PRINCIPAIS
                                     WS-CTA-PRINCIPAL
                                     WS-CTA-PRINCIPAL-2
                       MOVE FINTITL-CLIENTE TO WS-CTA-PRIMEIRO
                    END-IF
                    ADD 1 TO WS-QTD-VINCULOS
                    PERFORM P2000-TRATA-VINCULO
              END-READ
           END-PERFORM

           IF WS-CONTA-ATUAL NOT EQUAL SPACES
              PERFORM P3000-CONFERE-CONTA
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-TRATA-VINCULO SECTION.
      * Acumula o vinculo corrente na conta da quebra e confere se o
      * cliente do vinculo existe no cadastro.
      *-----------------------------------------------------------------

           MOVE 'P2000-TRATA-VINCULO' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-CTA-QTD-TITULARES
           IF FINTITL-PRINCIPAL
              ADD 1 TO WS-CTA-QTD-PRINCIPAIS
              IF WS-CTA-QTD-PRINCIPAIS EQUAL 1
                 MOVE FINTITL-CLIENTE TO WS-CTA-PRINCIPAL
              ELSE
                 IF WS-CTA-QTD-PRINCIPAIS EQUAL 2
                    MOVE FINTITL-CLIENTE TO WS-CTA-PRINCIPAL-2
                 END-IF
              END-IF
           END-IF

           MOVE FINTITL-CLIENTE TO FINCUST-ID
           READ FINCUST
              INVALID KEY
                 ADD 1 TO WS-QTD-ORFAOS
                 MOVE 'C' TO WS-LIN-VIO-CLASSE
                 MOVE FINTITL-CONTA TO WS-LIN-VIO-CHAVE
                 MOVE 'VINCULO P/ CLIENTE INEXISTENTE'
                   TO WS-LIN-VIO-TEXTO
                 MOVE FINTITL-CLIENTE TO WS-LIN-VIO-CLIENTE
                 PERFORM P7000-GRAVA-VIOLACAO
           END-READ

           IF WS-FS-FINCUST NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-CONFERE-CONTA SECTION.
      * Quebra de conta: confere a regra do titular principal (conta
      * conjunta aceita so com EXATAMENTE UM) e a existencia da conta.
      *-----------------------------------------------------------------

           MOVE 'P3000-CONFERE-CONTA' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-CONTAS-VINC

           IF WS-CTA-QTD-PRINCIPAIS EQUAL ZEROS
              MOVE WS-CTA-PRIMEIRO  TO WS-CTA-CLIENTE
           ELSE
              MOVE WS-CTA-PRINCIPAL TO WS-CTA-CLIENTE
           END-IF

           EVALUATE TRUE
               WHEN WS-CTA-QTD-PRINCIPAIS EQUAL ZEROS
                    ADD 1 TO WS-QTD-SEM-PRINCIPAL
                    MOVE 'P' TO WS-LIN-VIO-CLASSE
                    MOVE WS-CONTA-ATUAL TO WS-LIN-VIO-CHAVE
                    MOVE SPACES TO WS-LIN-VIO-TEXTO
                    STRING 'SEM TITULAR PRINCIPAL ('
                           WS-CTA-QTD-TITULARES ' VINCULOS)'
                           DELIMITED BY SIZE INTO WS-LIN-VIO-TEXTO
                    END-STRING
                    MOVE WS-CTA-CLIENTE TO WS-LIN-VIO-CLIENTE
                    PERFORM P7000-GRAVA-VIOLACAO
               WHEN WS-CTA-QTD-PRINCIPAIS GREATER 1
                    ADD 1 TO WS-QTD-DUPLICADOS
                    MOVE 'D' TO WS-LIN-VIO-CLASSE
                    MOVE WS-CONTA-ATUAL TO WS-LIN-VIO-CHAVE
                    MOVE SPACES TO WS-LIN-VIO-TEXTO
                    STRING WS-CTA-QTD-PRINCIPAIS
                           ' PRINCIPAIS - OUTRO: CLIENTE '
                           WS-CTA-PRINCIPAL-2
                           DELIMITED BY SIZE INTO WS-LIN-VIO-TEXTO
                    END-STRING
                    MOVE WS-CTA-CLIENTE TO WS-LIN-VIO-CLIENTE
                    PERFORM P7000-GRAVA-VIOLACAO
               WHEN WS-CTA-QTD-TITULARES GREATER 1
                    ADD 1 TO WS-QTD-CONJUNTAS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

      *    Existencia: primeiro na balance line, depois no arquivo
      *    morto.
           MOVE WS-CONTA-ATUAL TO FINSLD-CHAVE
           READ FINSLD
              INVALID KEY
                 CONTINUE
           END-READ

           IF FINSLDX-DISPONIVEL
              MOVE WS-CONTA-ATUAL TO FINSLDX-CHAVE
              READ FINSLDX
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-QTD-ARQUIVADAS
                    MOVE 'X' TO WS-LIN-VIO-CLASSE
                    MOVE WS-CONTA-ATUAL TO WS-LIN-VIO-CHAVE
                    MOVE SPACES TO WS-LIN-VIO-TEXTO
                    STRING 'VINCULO P/ CONTA ARQUIVADA EM '
                           FINSLDX-DT-ARQUIVO
                           DELIMITED BY SIZE INTO WS-LIN-VIO-TEXTO
                    END-STRING
                    MOVE WS-CTA-CLIENTE TO WS-LIN-VIO-CLIENTE
                    PERFORM P7000-GRAVA-VIOLACAO
                    EXIT SECTION
              END-READ

           ADD 1 TO WS-QTD-INEXISTENTES
           MOVE 'I' TO WS-LIN-VIO-CLASSE
           MOVE WS-CONTA-ATUAL TO WS-LIN-VIO-CHAVE
           MOVE 'VINCULO P/ CONTA INEXISTENTE'
             TO WS-LIN-VIO-TEXTO
           MOVE WS-CTA-CLIENTE TO WS-LIN-VIO-CLIENTE
           PERFORM P7000-GRAVA-VIOLACAO

           .
      *-----------------------------------------------------------------
       P4000-VARRE-FINSLD SECTION.
      * Varre a balance line inteira (sequencial, a partir do inicio) e
      * aponta cada conta sem vinculo em cliente algum (nenhum registro
      * de FINTITL na faixa da chave da conta).
      *-----------------------------------------------------------------

           MOVE 'P4000-VARRE-FINSLD' TO WS-NOM-PARAGRAFO
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-QTD-CONTAS
                       PERFORM P4500-PROCURA-VINCULO
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P4500-PROCURA-VINCULO SECTION.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-FIM-FINTITL-SW

           MOVE FINSLD-CHAVE TO FINTITL-CONTA
           MOVE ZEROS        TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           IF NOT FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
              END-READ
           END-IF

           IF FIM-FINTITL
              OR FINTITL-CONTA NOT EQUAL FINSLD-CHAVE
              ADD 1 TO WS-QTD-SEM-TITULAR
              MOVE 'S' TO WS-LIN-VIO-CLASSE
              MOVE FINSLD-CHAVE TO WS-LIN-VIO-CHAVE
              MOVE 'CONTA SEM TITULAR NO CADASTRO'
                TO WS-LIN-VIO-TEXTO
              MOVE ZEROS TO WS-LIN-VIO-CLIENTE
              PERFORM P7000-GRAVA-VIOLACAO
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-VIOLACAO SECTION.
      *-----------------------------------------------------------------

           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
                    FINSLD
                    FININTEG
              IF FINSLDX-DISPONIVEL
                 CLOSE FINSLDX
           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB255 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD VINCULOS CONFERIDOS     - ' WS-QTD-VINCULOS
           DISPLAY 'QTD CONTAS VINCULADAS       - ' WS-QTD-CONTAS-VINC
           DISPLAY 'QTD CONTAS CONJUNTAS ACEITAS- ' WS-QTD-CONJUNTAS
           DISPLAY 'QTD CONTAS DA BALANCE LINE  - ' WS-QTD-CONTAS
           DISPLAY 'CLASSE S (SEM TITULAR)      - ' WS-QTD-SEM-TITULAR
           DISPLAY 'CLASSE I (INEXISTENTE)      - ' WS-QTD-INEXISTENTES
           DISPLAY 'CLASSE X (ARQUIVADA)        - ' WS-QTD-ARQUIVADAS
           DISPLAY 'CLASSE D (MAIS DE 1 PRINC.) - ' WS-QTD-DUPLICADOS
           DISPLAY 'CLASSE P (SEM PRINCIPAL)    - ' WS-QTD-SEM-PRINCIPAL
           DISPLAY 'CLASSE C (CLIENTE INEXIST.) - ' WS-QTD-ORFAOS
           DISPLAY '***************************************************'

           .
