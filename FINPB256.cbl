      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CONVERSAO (EXECUCAO UNICA) DAS LISTAS DE CONTAS
      *              DO CADASTRO DE CLIENTES PARA O ARQUIVO DE
      *              VINCULOS CLIENTE x CONTA.
      *              ARQUIVO DE ENTRADA/SAIDA: FINCUST - CADASTRO DE
      *                                                 CLIENTES
      *              ARQUIVO DE SAIDA        : FINTITL - VINCULOS
      *                                                 CLIENTE x CONTA
      *                                                 (CRIADO SE
      *                                                 AUSENTE)
      *
      * ESPECIFICAÇÃO
      * Ate a versao anterior do FINCMNT cada cliente carregava no
      * proprio registro uma lista de ate 10 chaves de conta
      * (FINCUST-QTD-CONTAS + FINCUST-CONTA). A titularidade passou
      * para o arquivo FINTITL (uma linha por CONTA+CLIENTE, com o
      * papel), sem limite de contas. Este job, EXECUTADO UMA VEZ na
      * implantacao das contas conjuntas (e antes de qualquer outro
      * programa que leia FINTITL):
      * - Le o cadastro inteiro e, para cada chave da lista antiga,
      *   grava o vinculo em FINTITL com papel 'P' (PRINCIPAL) e data
      *   de vinculo = data de processamento;
      * - A mesma conta em dois clientes vira dois vinculos
      *   PRINCIPAIS: o FINPB255 aponta essas contas na classe 'D' e o
      *   papel correto e acertado no FINCMNT (opcao PAPEL);
      * - A mesma area do registro guarda hoje os dados do espolio
      *   (FINESMNT) e o FINCMNT grava ZEROS nas datas dele, entao a
      *   area nunca fica em branco: so e tratada como lista antiga a
      *   area que a COMPROVA - quantidade de 1 a 10, todas as chaves
      *   ate a quantidade cadastradas em FINSLD.dat e as posicoes
      *   seguintes em branco (ou quantidade zero e lista toda em
      *   branco). Qualquer outro conteudo (registro no layout atual,
      *   cliente falecido, lista com chave que nao existe mais) NAO e
      *   tocado; a lista nao comprovada e apontada no console para
      *   acerto manual no FINCMNT;
      * - Convertida a lista, a area passa ao layout atual como na
      *   inclusao do FINCMNT (espolio vazio: datas zeradas, demais
      *   campos em branco). O job pode ser reexecutado: o registro
      *   ja convertido nao comprova mais lista nenhuma e e pulado, e
      *   vinculo ja existente (FILE STATUS '22') e contado e
      *   ignorado.
      ******************************************************************
      * VRS002 - 15/10/2026 - A AREA DA LISTA ANTIGA E A MESMA DOS
      *                       DADOS DO ESPOLIO: SO CONVERTE A LISTA
      *                       COMPROVADA PELAS CHAVES EM FINSLD E NUNCA
      *                       APAGA O ESPOLIO DE UM REGISTRO NO LAYOUT
      *                       ATUAL (A REEXECUCAO GRAVAVA VINCULOS
      *                       ESPURIOS E LIMPAVA OS OBITOS).
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB256.
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
      *    CADASTRO DE CLIENTES - LEITURA SEQUENCIAL E REWRITE
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA).
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA - GRAVACAO (WRITE)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    SALDOS DE CONTAS - CONFERENCIA DAS CHAVES DA LISTA ANTIGA
      *    (READ RANDOM)
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CHAVE
                  FILE STATUS IS WS-FS-FINSLD.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMO LAYOUT DE REG-FINCUST DO FINCMNT (CADASTRO DE CLIENTES)
      *    COM A VISAO ANTIGA DA AREA (LISTA DE ATE 10 CONTAS).
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FINCUST-AREA-ATUAL.
      *        ESPOLIO (VER FD FINCUST DO FINCMNT, MANTIDO PELO
      *        FINESMNT)
               05  FINCUST-ESPOLIO.
                   07  FINCUST-DT-OBITO      PIC  9(008).
                   07  FINCUST-DOC-OBITO     PIC  X(020).
                   07  FINCUST-SIT-ESPOLIO   PIC  X(001).
                   07  FINCUST-DT-REG-OBITO  PIC  9(008).
                   07  FINCUST-SUPERV-OBITO  PIC  X(008).
                   07  FINCUST-DT-LIBERACAO  PIC  9(008).
                   07  FINCUST-SUPERV-LIBERA PIC  X(008).
                   07  FINCUST-DOC-LIBERACAO PIC  X(020).
               05  FINCUST-AREA-LIVRE     PIC  X(091).
           03  FINCUST-LISTA-ANTIGA REDEFINES FINCUST-AREA-ATUAL.
               05  FINCUST-QTD-CONTAS     PIC  9(002).
               05  FINCUST-CONTAS.
                   07  FINCUST-CONTA OCCURS 10 TIMES
                                          PIC  X(017).
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
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA)
       FD  FINSLD
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD.
           03  FINSLD-CHAVE           PIC  X(017).
           03  FILLER                 PIC  X(028).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB256'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-CLIENTES        PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONVERTIDOS     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-JA-CONVERTIDOS  PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-VINC-GRAVADOS   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-VINC-EXISTENTES PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-NAO-COMPROVADA  PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINCUST-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-LISTA-ANTIGA-SW     PIC X(001)  VALUE 'N'.
              88  LISTA-ANTIGA               VALUE 'S'.
      *
           05  WS-IDX-CONTA           PIC 9(002)  VALUE ZEROS.
           05  WS-QTD-LISTA           PIC 9(002)  VALUE ZEROS.
           05  WS-DATA-VINCULO        PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
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
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-VINCULO

           OPEN I-O FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Vinculos: criados na primeira execucao.
           OPEN I-O FINTITL
           IF WS-FS-FINTITL EQUAL '35'
              OPEN OUTPUT FINTITL
              CLOSE FINTITL
              OPEN I-O FINTITL
           END-IF
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE ZEROS TO FINCUST-ID
           START FINCUST KEY NOT LESS THAN FINCUST-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINCUST-SW
           END-START

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINCUST
              READ FINCUST NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINCUST-SW
                 NOT AT END
                    IF WS-FS-FINCUST NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINCUST - FILE STATUS = '
                              WS-FS-FINCUST
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-CLIENTES
                    PERFORM P2000-CONVERTE-CLIENTE
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CONVERTE-CLIENTE SECTION.
      * Grava um vinculo PRINCIPAL por chave da lista antiga comprovada
      * e passa a area ao layout atual. Area que nao comprova a lista
      * antiga = registro no layout atual (ou ja convertido): pulado,
      * sem tocar no espolio.
      *-----------------------------------------------------------------

           MOVE 'P2000-CONVERTE-CLIENTE' TO WS-NOM-PARAGRAFO

           PERFORM P2100-COMPROVA-LISTA-ANTIGA
           IF NOT LISTA-ANTIGA
              ADD 1 TO WS-QTD-JA-CONVERTIDOS
              EXIT SECTION
           END-IF

           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                     UNTIL WS-IDX-CONTA > WS-QTD-LISTA
              PERFORM P3000-GRAVA-VINCULO
           END-PERFORM

      *    Espolio vazio (cliente vivo), como na inclusao do FINCMNT.
           MOVE SPACES TO FINCUST-AREA-LIVRE
           INITIALIZE FINCUST-ESPOLIO
           REWRITE REG-FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-CONVERTIDOS

           .

      *-----------------------------------------------------------------
       P2100-COMPROVA-LISTA-ANTIGA SECTION.
      * A area so e lista antiga quando a propria lista o comprova:
      * quantidade 1 a 10 com todas as chaves ate ela cadastradas em
      * FINSLD.dat e as posicoes seguintes em branco, ou quantidade
      * zero com a lista toda em branco. No layout atual a quantidade
      * cai sobre o seculo da data do obito (ZEROS no cliente vivo,
      * com o resto da data preenchido; '19'/'20' no falecido).
      *-----------------------------------------------------------------

           MOVE 'N'   TO WS-LISTA-ANTIGA-SW
           MOVE ZEROS TO WS-QTD-LISTA

           IF FINCUST-QTD-CONTAS NOT NUMERIC
              OR FINCUST-QTD-CONTAS > 10
              EXIT SECTION
           END-IF

           IF FINCUST-QTD-CONTAS EQUAL ZEROS
              IF FINCUST-CONTAS EQUAL SPACES
                 MOVE 'S' TO WS-LISTA-ANTIGA-SW
              END-IF
              EXIT SECTION
           END-IF

           MOVE FINCUST-QTD-CONTAS TO WS-QTD-LISTA
           MOVE 'S' TO WS-LISTA-ANTIGA-SW

           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                     UNTIL WS-IDX-CONTA > 10
                        OR NOT LISTA-ANTIGA
              IF WS-IDX-CONTA > WS-QTD-LISTA
                 IF FINCUST-CONTA(WS-IDX-CONTA) NOT EQUAL SPACES
                    MOVE 'N' TO WS-LISTA-ANTIGA-SW
                 END-IF
              ELSE
                 MOVE FINCUST-CONTA(WS-IDX-CONTA) TO FINSLD-CHAVE
                 READ FINSLD
                    INVALID KEY
                       MOVE 'N' TO WS-LISTA-ANTIGA-SW
                 END-READ
                 IF WS-FS-FINSLD NOT EQUAL '00' AND '23'
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINSLD - FILE STATUS = '
                           WS-FS-FINSLD
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
                 END-IF
              END-IF
           END-PERFORM

           IF NOT LISTA-ANTIGA
              ADD 1 TO WS-QTD-NAO-COMPROVADA
              DISPLAY 'AVISO - CLIENTE ' FINCUST-ID
                      ' - LISTA DE ' WS-QTD-LISTA ' CONTAS NAO CONFERE'
                      ' COM FINSLD - NAO CONVERTIDO'
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-GRAVA-VINCULO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P3000-GRAVA-VINCULO' TO WS-NOM-PARAGRAFO

           INITIALIZE REG-FINTITL
           MOVE FINCUST-CONTA(WS-IDX-CONTA) TO FINTITL-CONTA
           MOVE FINCUST-ID                  TO FINTITL-CLIENTE
           MOVE 'P'                         TO FINTITL-PAPEL
           MOVE WS-DATA-VINCULO             TO FINTITL-DT-VINCULO

           WRITE REG-FINTITL
           EVALUATE WS-FS-FINTITL
               WHEN '00'
                    ADD 1 TO WS-QTD-VINC-GRAVADOS
               WHEN '22'
                    ADD 1 TO WS-QTD-VINC-EXISTENTES
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - WRITE FINTITL - FILE STATUS = '
                           WS-FS-FINTITL
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB256 - TERMINO COM ERRO'
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

           CLOSE FINCUST
                 FINTITL
                 FINSLD

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB256 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD CLIENTES LIDOS          - ' WS-QTD-CLIENTES
           DISPLAY 'QTD CLIENTES CONVERTIDOS    - ' WS-QTD-CONVERTIDOS
           DISPLAY 'QTD SEM LISTA ANTIGA(PULADOS)- '
                   WS-QTD-JA-CONVERTIDOS
           DISPLAY 'QTD VINCULOS GRAVADOS       - '
                   WS-QTD-VINC-GRAVADOS
           DISPLAY 'QTD VINCULOS JA EXISTENTES  - '
                   WS-QTD-VINC-EXISTENTES
           DISPLAY 'QTD LISTAS NAO COMPROVADAS  - '
                   WS-QTD-NAO-COMPROVADA
           DISPLAY '***************************************************'

           .
