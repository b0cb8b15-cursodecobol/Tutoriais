      *              ARQUIVOS DE ENTRADA: FINCUST - CADASTRO DE
      *                                             CLIENTES (MANTIDO
      *                                             PELO FINCMNT)
      *                                   FINTITL - VINCULOS CLIENTE x
      *                                             CONTA (FINCMNT)
      *                                   FINSLDS - SALDOS ATUALIZADOS
      *                                             (GERADO PELO
      *                                             FINPB100 - EXECUTAR
      * relacionamento remontavam o cliente de regua na mao em cima do
      * FINEXTRT. Este job percorre o cadastro de clientes (FINCUST) e,
      * para cada cliente, localiza por acesso direto em FINSLDS cada
      * conta vinculada ao cliente em FINTITL (chave alternativa
      * CLIENTE):
      * - Uma linha por conta vinculada (chave, tipo, moeda, situacao,
      *   saldo e o papel do cliente na conta); a CONTA CONJUNTA (mais
      *   de um vinculo em FINTITL) aparece sob CADA um dos titulares,
      *   marcada 'CONJUNTA', e entra na posicao de cada um deles (a
      *   posicao e do cliente, nao da casa: somar os clientes nao da o
      *   total de saldos); conta vinculada sem registro em FINSLDS e
      *   apontada como nao encontrada (a amarracao e conferida em
      *   detalhe pelo batch de integridade);
      * - Subtotais por MOEDA x TIPO DE CONTA dentro do cliente
      *   (aplicando os mesmos defaults do FINPB100: moeda em branco =
      *   'BRL', tipo em branco = '1');
      * - Posicao geral do cliente por MOEDA (saldos de moedas
      *   diferentes nao se somam entre si).
      ******************************************************************
      * VRS002 - 15/10/2026 - CONTAS CONJUNTAS: AS CONTAS DO CLIENTE
      *                       VEM DOS VINCULOS FINTITL (SEM O LIMITE DE
      *                       10), COM O PAPEL DO CLIENTE E A MARCA
      *                       'CONJUNTA' QUANDO A CONTA TEM MAIS DE UM
      *                       TITULAR.
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
      *    VINCULOS CLIENTE x CONTA - SEGUNDA VISAO DO MESMO ARQUIVO,
      *    PARA CONTAR OS TITULARES DA CONTA (START NA CHAVE CONTA+
      *    CLIENTE) SEM PERDER A POSICAO DA LEITURA POR CLIENTE ACIMA.
           SELECT FINTITL-CTA ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CTA-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CTA-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL-CTA.
      *    ARQUIVO SALDOS ATUALIZADOS - PESQUISA DIRETA (READ RANDOM)
           SELECT FINSLDS  ASSIGN TO 'FINSLDS.dat'
                  ORGANIZATION IS INDEXED
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
      *    SEGUNDA VISAO DE FINTITL (MESMO LAYOUT)
       FD  FINTITL-CTA
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL-CTA.
           03 FINTITL-CTA-CHAVE.
              05  FINTITL-CTA-CONTA   PIC  X(017).
              05  FINTITL-CTA-CLIENTE PIC  9(006).
           03  FILLER                 PIC  X(017).
      *
      *    MESMA DEFINICAO USADA PELO FINPB120 (VER FD FINSLDS, LA)
       FD  FINSLDS
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL-CTA      PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUPOS         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-CLIENTES        PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONTAS-LIDAS    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-NAO-ACHADAS     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONJUNTAS       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAV-LINHAS     PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINCUST-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-CONTA-LOCALIZADA-SW PIC X(001)  VALUE 'N'.
              88  CONTA-LOCALIZADA           VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-FIM-FINTITL-CTA-SW  PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL-CTA            VALUE 'S'.
      *
           05  WS-QTD-TITULARES       PIC 9(005)  VALUE ZEROS.
           05  WS-DESC-STATUS         PIC X(009)  VALUE SPACES.
           05  WS-DESC-PAPEL          PIC X(013)  VALUE SPACES.
      *
      *    MOEDA E TIPO EFETIVOS DA CONTA, JA COM OS DEFAULTS DO
      *    FINPB100 APLICADOS (ESPACOS => 'BRL' / '1').
      *
      *-----------------------------------------------------------------
      * SUBTOTAIS DO CLIENTE CORRENTE: UMA ENTRADA POR MOEDA x TIPO DE
      * CONTA (O NUMERO DE CONTAS DO CLIENTE NAO TEM MAIS LIMITE, MAS
      * AS COMBINACOES MOEDA x TIPO SAO POUCAS; ESTOURO DA TABELA E
      * ERRO); A POSICAO GERAL POR MOEDA SAI DA MESMA TABELA, SOMANDO
      * AS ENTRADAS DA MOEDA.
      *-----------------------------------------------------------------
       01  WS-TAB-SUBTOTAIS.
           05  WS-QTD-SUBTOTAIS       PIC 9(002)  VALUE ZEROS.
           05  WS-TAB-SUB OCCURS 50 TIMES
                           INDEXED BY WS-IDX-SUB.
               10  WS-SUB-MOEDA       PIC X(003).
               10  WS-SUB-TIPO        PIC X(001).
               10  WS-SUB-VL-SLD      PIC S9(011)V99.
               10  WS-SUB-QTD-CONTAS  PIC 9(005).
      *
       01  WS-TAB-MOEDAS.
           05  WS-QTD-MOEDAS          PIC 9(002)  VALUE ZEROS.
           05  WS-TAB-MOE OCCURS 50 TIMES
                           INDEXED BY WS-IDX-MOE.
               10  WS-MOE-MOEDA       PIC X(003).
               10  WS-MOE-VL-SLD      PIC S9(011)V99.
           05  WS-LIN-CTA-STATUS      PIC X(009).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-SLD         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-PAPEL       PIC X(013).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CTA-CONJUNTA    PIC X(008).
      *
       01  WS-LINHA-SUBTOTAL.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  FILLER                 PIC X(006)  VALUE ' TIPO '.
           05  WS-LIN-SUB-TIPO        PIC X(001).
           05  FILLER                 PIC X(007)  VALUE ' QTD '.
           05  WS-LIN-SUB-QTD         PIC ZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-SUB-SLD         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINTITL-CTA
           IF WS-FS-FINTITL-CTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINTITL (VISAO CONTA) - FILE '
                     'STATUS = ' WS-FS-FINTITL-CTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINSLDS
           IF WS-FS-FINSLDS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
      *-----------------------------------------------------------------
       P2000-TRATA-CLIENTE SECTION.
      * Imprime o cabecalho do cliente, uma linha por conta vinculada
      * em FINTITL (com o saldo localizado em FINSLDS), os subtotais
      * por MOEDA x TIPO e a posicao geral por MOEDA.
      *-----------------------------------------------------------------

           MOVE 'P2000-TRATA-CLIENTE' TO WS-NOM-PARAGRAFO
           MOVE WS-LINHA-CLIENTE TO REG-FINCUPOS
           PERFORM P7000-GRAVA-LINHA

           MOVE 'N' TO WS-FIM-FINTITL-SW
           MOVE FINCUST-ID TO FINTITL-CLIENTE
           START FINTITL KEY EQUAL FINTITL-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CLIENTE NOT EQUAL FINCUST-ID
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       PERFORM P2200-TRATA-VINCULO
                    END-IF
              END-READ
           END-PERFORM

           PERFORM P4000-IMPRIME-SUBTOTAIS

           .

      *-----------------------------------------------------------------
       P2200-TRATA-VINCULO SECTION.
      * Uma conta vinculada ao cliente: localiza o saldo, imprime a
      * linha (com papel e marca de conjunta) e acumula os subtotais.
      *-----------------------------------------------------------------

           MOVE 'P2200-TRATA-VINCULO' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-CONTAS-LIDAS
           MOVE FINTITL-CONTA TO FINSLDS-CHAVE
           PERFORM P2500-LE-FINSLDS
           IF CONTA-LOCALIZADA
              PERFORM P2600-CONTA-TITULARES
              PERFORM P3000-LINHA-CONTA
              PERFORM P3500-ACUMULA-SUBTOTAL
           ELSE
              ADD 1 TO WS-QTD-NAO-ACHADAS
              MOVE FINTITL-CONTA TO WS-LIN-AVI-CHAVE
              MOVE WS-LINHA-AVISO TO REG-FINCUPOS
              PERFORM P7000-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-LE-FINSLDS SECTION.
      * Pesquisa, por acesso direto, a chave posta em FINSLDS-CHAVE;

           .

      *-----------------------------------------------------------------
       P2600-CONTA-TITULARES SECTION.
      * Conta os vinculos da conta corrente (todos os titulares, pela
      * segunda visao de FINTITL); o resultado fica em
      * WS-QTD-TITULARES.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-QTD-TITULARES
           MOVE 'N'   TO WS-FIM-FINTITL-CTA-SW

           MOVE FINTITL-CONTA TO FINTITL-CTA-CONTA
           MOVE ZEROS         TO FINTITL-CTA-CLIENTE
           START FINTITL-CTA KEY NOT LESS THAN FINTITL-CTA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-CTA-SW
           END-START

           PERFORM UNTIL FIM-FINTITL-CTA
              READ FINTITL-CTA NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-CTA-SW
                 NOT AT END
                    IF FINTITL-CTA-CONTA NOT EQUAL FINTITL-CONTA
                       MOVE 'S' TO WS-FIM-FINTITL-CTA-SW
                    ELSE
                       ADD 1 TO WS-QTD-TITULARES
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3000-LINHA-CONTA SECTION.
      * Formata e grava a linha de uma conta vinculada, aplicando os
           MOVE WS-DESC-STATUS  TO WS-LIN-CTA-STATUS
           MOVE FINSLDS-VL-SLD  TO WS-LIN-CTA-SLD

           EVALUATE TRUE
               WHEN FINTITL-PRINCIPAL
                    MOVE 'PRINCIPAL'     TO WS-DESC-PAPEL
               WHEN FINTITL-COTITULAR
                    MOVE 'COTITULAR'     TO WS-DESC-PAPEL
               WHEN FINTITL-REPRESENTANTE
                    MOVE 'REPRESENTANTE' TO WS-DESC-PAPEL
               WHEN OTHER
                    MOVE '?????????????' TO WS-DESC-PAPEL
           END-EVALUATE
           MOVE WS-DESC-PAPEL TO WS-LIN-CTA-PAPEL

           IF WS-QTD-TITULARES GREATER 1
              MOVE 'CONJUNTA' TO WS-LIN-CTA-CONJUNTA
              ADD 1 TO WS-QTD-CONJUNTAS
           ELSE
              MOVE SPACES     TO WS-LIN-CTA-CONJUNTA
           END-IF

           MOVE WS-LINHA-CONTA TO REG-FINCUPOS
           PERFORM P7000-GRAVA-LINHA

              END-IF
           END-PERFORM
           IF NOT SUB-ACHADO
              IF WS-QTD-SUBTOTAIS NOT LESS 50
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - TABELA DE SUBTOTAIS CHEIA - CLIENTE '
                        FINCUST-ID
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              ADD 1 TO WS-QTD-SUBTOTAIS
              SET WS-IDX-SUB TO WS-QTD-SUBTOTAIS
              MOVE WS-MOEDA-CONTA TO WS-SUB-MOEDA(WS-IDX-SUB)
      *-----------------------------------------------------------------

           CLOSE FINCUST
                 FINTITL
                 FINTITL-CTA
                 FINSLDS
                 FINCUPOS

           DISPLAY 'QTD CLIENTES LIDOS          - ' WS-QTD-CLIENTES
           DISPLAY 'QTD CONTAS VINCULADAS       - ' WS-QTD-CONTAS-LIDAS
           DISPLAY 'QTD CONTAS NAO ENCONTRADAS  - ' WS-QTD-NAO-ACHADAS
           DISPLAY 'QTD LINHAS DE CONTA CONJUNTA- ' WS-QTD-CONJUNTAS
           DISPLAY 'QTD LINHAS GRAVADAS         - ' WS-QTD-GRAV-LINHAS
           DISPLAY '***************************************************'

