      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CARGA DAS LISTAS RESTRITIVAS OFICIAIS - SANCOES
      *              E PESSOAS POLITICAMENTE EXPOSTAS (PEP) - PARA A
      *              TRIAGEM DE CLIENTES (SRLREST).
      *              ARQUIVOS DE ENTRADA: FINLSANC - LISTA DE SANCOES
      *                                   FINLPEP  - LISTA DE PEP
      *              ARQUIVOS DE SAIDA  : FINLREST - ENTRADAS DAS
      *                                              LISTAS, COM NOME E
      *                                              DOCUMENTO
      *                                              NORMALIZADOS
      *                                   FINLSTCT - CONTROLE DAS
      *                                              CARGAS E DA
      *                                              VARREDURA
      *
      * ESPECIFICAÇÃO
      * Executado sob demanda pela operacao, sempre que chega uma nova
      * versao de uma das listas (fora do ciclo noturno). Cada lista
      * vem num arquivo proprio, no padrao HEADER/DETALHE/TRAILER:
      * - HEADER ('0'): data da lista e descricao (orgao emissor);
      * - DETALHE ('1'): nome, documento (CPF/CNPJ, passaporte ou o
      *   que o orgao publicar, com ou sem edicao) e origem (programa
      *   de sancao ou cargo do PEP);
      * - TRAILER ('9'): quantidade de detalhes, conferida contra os
      *   detalhes lidos.
      * A lista presente e conferida ANTES de qualquer alteracao: sem
      * header, sem trailer ou com quantidade divergente ela e
      * recusada (RETURN-CODE 4) e a versao anterior continua em uso.
      * Conferida, SUBSTITUI todas as entradas daquela lista em
      * FINLREST.dat (a outra lista nao e tocada), com o nome e o
      * documento normalizados pela SRLREST (funcao 'N'), que sao as
      * chaves da triagem. Detalhe sem nome e sem documento e
      * desprezado. Arquivo de lista ausente = lista mantida.
      * Cada carga aceita e registrada em FINLSTCT.dat (data da lista,
      * data da carga e quantidade de entradas) e marca a VARREDURA
      * PENDENTE: o FINPB233, no ciclo noturno seguinte, faz a triagem
      * de todo o cadastro de clientes contra as listas novas.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB232.
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
      *    LISTA DE SANCOES - ENTRADA (READ)
           SELECT FINLSANC ASSIGN TO 'FINLSANC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLSANC.
      *    LISTA DE PESSOAS POLITICAMENTE EXPOSTAS - ENTRADA (READ)
           SELECT FINLPEP  ASSIGN TO 'FINLPEP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLPEP.
      *    ENTRADAS DAS LISTAS RESTRITIVAS (DELETE/WRITE)
           SELECT FINLREST ASSIGN TO 'FINLREST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLREST-CHAVE
                  ALTERNATE RECORD KEY IS FINLREST-NOME-NORM
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FINLREST-DOC-NORM
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINLREST.
      *    CONTROLE DAS CARGAS E DA VARREDURA (READ E REGRAVACAO)
           SELECT FINLSTCT ASSIGN TO 'FINLSTCT.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLSTCT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    AS DUAS LISTAS TEM O MESMO LAYOUT (VER WS-REG-LISTA)
       FD  FINLSANC
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-FINLSANC               PIC  X(120).
      *
       FD  FINLPEP
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01  REG-FINLPEP                PIC  X(120).
      *
      *    UMA ENTRADA DE LISTA: TIPO DA LISTA ('S' SANCOES, 'P' PEP) +
      *    SEQUENCIA NA CARGA; NOME E DOCUMENTO COMO PUBLICADOS E
      *    NORMALIZADOS (SRLREST), ORIGEM (PROGRAMA DE SANCAO OU CARGO
      *    DO PEP), DATA DA LISTA E DATA DA CARGA
       FD  FINLREST
           RECORD CONTAINS 220 CHARACTERS.

       01  REG-FINLREST.
           03  FINLREST-CHAVE.
               05  FINLREST-TIPO-LISTA   PIC  X(001).
                  88  FINLREST-SANCOES           VALUE 'S'.
                  88  FINLREST-PEP               VALUE 'P'.
               05  FINLREST-NR-SEQ       PIC  9(007).
           03  FINLREST-NOME             PIC  X(060).
           03  FINLREST-NOME-NORM        PIC  X(060).
           03  FINLREST-NR-DOC           PIC  X(020).
           03  FINLREST-DOC-NORM         PIC  X(020).
           03  FINLREST-ORIGEM           PIC  X(020).
           03  FINLREST-DT-LISTA         PIC  9(008).
           03  FINLREST-DT-CARGA         PIC  9(008).
           03  FILLER                    PIC  X(016).
      *
      *    CONTROLE (REGISTRO UNICO): ULTIMA CARGA DE CADA LISTA E
      *    SITUACAO DA VARREDURA DO CADASTRO ('P' PENDENTE DESDE A
      *    ULTIMA CARGA, 'F' FEITA PELO FINPB233)
       FD  FINLSTCT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINLSTCT.
           03  FINLSTCT-SAN-DT-LISTA     PIC  9(008).
           03  FINLSTCT-SAN-DT-CARGA     PIC  9(008).
           03  FINLSTCT-SAN-QTD          PIC  9(007).
           03  FINLSTCT-PEP-DT-LISTA     PIC  9(008).
           03  FINLSTCT-PEP-DT-CARGA     PIC  9(008).
           03  FINLSTCT-PEP-QTD          PIC  9(007).
           03  FINLSTCT-IND-VARREDURA    PIC  X(001).
              88  FINLSTCT-VARREDURA-PENDENTE VALUE 'P'.
           03  FINLSTCT-DT-VARREDURA     PIC  9(008).
           03  FINLSTCT-QTD-OCORR        PIC  9(007).
           03  FILLER                    PIC  X(038).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB232'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLSANC         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLPEP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLREST         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLSTCT         PIC X(002)  VALUE '00'.
      *
           05  WS-FS-LISTA            PIC X(002)  VALUE '00'.
           05  WS-FIM-LISTA-SW        PIC X(001)  VALUE 'N'.
              88  FIM-LISTA                  VALUE 'S'.
           05  WS-FIM-FINLREST-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINLREST               VALUE 'S'.
           05  WS-LISTA-PRESENTE-SW   PIC X(001)  VALUE 'N'.
              88  LISTA-PRESENTE             VALUE 'S'.
           05  WS-LISTA-VALIDA-SW     PIC X(001)  VALUE 'N'.
              88  LISTA-VALIDA               VALUE 'S'.
           05  WS-TRAILER-LIDO-SW     PIC X(001)  VALUE 'N'.
              88  TRAILER-LIDO               VALUE 'S'.
      *
      *    LISTA EM TRATAMENTO: 'S' SANCOES, 'P' PEP
           05  WS-TIPO-LISTA          PIC X(001)  VALUE SPACES.
           05  WS-DESC-LISTA          PIC X(007)  VALUE SPACES.
           05  WS-DT-LISTA            PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-CARGA          PIC 9(008)  VALUE ZEROS.
           05  WS-MOTIVO-RECUSA       PIC X(040)  VALUE SPACES.
      *
           05  WS-QTD-DETALHES        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-GRAVADAS        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-DESPREZADAS     PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-EXCLUIDAS       PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-LISTAS-CARGA    PIC 9(001)  VALUE ZEROS.
           05  WS-QTD-LISTAS-RECUSA   PIC 9(001)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    REGISTRO DA LISTA LIDO (FINLSANC OU FINLPEP)
       01  WS-REG-LISTA.
           05  WS-LST-TIPO-REG        PIC X(001).
              88  WS-LST-HEADER              VALUE '0'.
              88  WS-LST-DETALHE             VALUE '1'.
              88  WS-LST-TRAILER             VALUE '9'.
           05  WS-LST-DADOS           PIC X(119).
           05  WS-LST-HEADER-R REDEFINES WS-LST-DADOS.
               10  WS-LST-HDR-DT-LISTA    PIC 9(008).
               10  WS-LST-HDR-DESCRICAO   PIC X(040).
               10  FILLER                 PIC X(071).
           05  WS-LST-DETALHE-R REDEFINES WS-LST-DADOS.
               10  WS-LST-DET-NOME        PIC X(060).
               10  WS-LST-DET-NR-DOC      PIC X(020).
               10  WS-LST-DET-ORIGEM      PIC X(020).
               10  FILLER                 PIC X(019).
           05  WS-LST-TRAILER-R REDEFINES WS-LST-DADOS.
               10  WS-LST-TRL-QTD         PIC 9(007).
               10  FILLER                 PIC X(112).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRLREST (NORMALIZACAO - FUNCAO 'N')
       01  WS-PARM-LREST.
           05  WS-LRS-FUNCAO          PIC X(001).
           05  WS-LRS-NOME            PIC X(060).
           05  WS-LRS-NR-DOC          PIC X(020).
           05  WS-LRS-TIPO-LISTA      PIC X(001).
           05  WS-LRS-NOME-NORM       PIC X(060).
           05  WS-LRS-DOC-NORM        PIC X(020).
           05  WS-LRS-TIPO-OCORR      PIC X(001).
           05  WS-LRS-LST-CHAVE       PIC X(008).
           05  WS-LRS-LST-NOME        PIC X(060).
           05  WS-LRS-LST-NR-DOC      PIC X(020).
           05  WS-LRS-LST-ORIGEM      PIC X(020).
           05  WS-LRS-LST-DT-LISTA    PIC 9(008).
           05  WS-LRS-QTD-OCORR       PIC 9(003).
           05  WS-LRS-COD-RETORNO     PIC X(002).
           05  WS-LRS-FILE-STATUS     PIC X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA

           MOVE 'S'       TO WS-TIPO-LISTA
           MOVE 'SANCOES' TO WS-DESC-LISTA
           PERFORM P1000-TRATA-LISTA

           MOVE 'P'       TO WS-TIPO-LISTA
           MOVE 'PEP'     TO WS-DESC-LISTA
           PERFORM P1000-TRATA-LISTA

           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Data da carga, controle anterior (ausente = nenhuma carga
      * ainda) e abertura do FINLREST (criado na primeira carga).
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-CARGA

           OPEN INPUT FINLSTCT
           EVALUATE WS-FS-FINLSTCT
               WHEN '00'
                    READ FINLSTCT
                       AT END
                          MOVE '10' TO WS-FS-FINLSTCT
                    END-READ
                    CLOSE FINLSTCT
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLSTCT - FILE STATUS = '
                           WS-FS-FINLSTCT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE
           IF WS-FS-FINLSTCT NOT EQUAL '00'
              MOVE SPACES TO REG-FINLSTCT
              MOVE ZEROS  TO FINLSTCT-SAN-DT-LISTA
                             FINLSTCT-SAN-DT-CARGA
                             FINLSTCT-SAN-QTD
                             FINLSTCT-PEP-DT-LISTA
                             FINLSTCT-PEP-DT-CARGA
                             FINLSTCT-PEP-QTD
                             FINLSTCT-DT-VARREDURA
                             FINLSTCT-QTD-OCORR
              MOVE 'F'    TO FINLSTCT-IND-VARREDURA
           END-IF

           OPEN I-O FINLREST
           IF WS-FS-FINLREST EQUAL '35'
              OPEN OUTPUT FINLREST
              IF WS-FS-FINLREST EQUAL '00'
                 CLOSE FINLREST
                 OPEN I-O FINLREST
              END-IF
           END-IF
           IF WS-FS-FINLREST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINLREST - FILE STATUS = '
                     WS-FS-FINLREST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-TRATA-LISTA SECTION.
      * Lista WS-TIPO-LISTA: confere o arquivo inteiro e, se valido,
      * substitui as entradas da lista e registra a carga.
      *-----------------------------------------------------------------

           MOVE 'P1000-TRATA-LISTA' TO WS-NOM-PARAGRAFO

           PERFORM P2000-CONFERE-LISTA

           IF NOT LISTA-PRESENTE
              DISPLAY 'LISTA ' WS-DESC-LISTA ' - ARQUIVO AUSENTE - '
                      'VERSAO ANTERIOR MANTIDA'
              EXIT SECTION
           END-IF

           IF NOT LISTA-VALIDA
              DISPLAY 'LISTA ' WS-DESC-LISTA ' RECUSADA - '
                      WS-MOTIVO-RECUSA
              DISPLAY 'LISTA ' WS-DESC-LISTA ' - VERSAO ANTERIOR '
                      'MANTIDA'
              ADD 1 TO WS-QTD-LISTAS-RECUSA
              EXIT SECTION
           END-IF

           PERFORM P3000-EXCLUI-ENTRADAS
           PERFORM P4000-GRAVA-ENTRADAS

           IF WS-TIPO-LISTA EQUAL 'S'
              MOVE WS-DT-LISTA     TO FINLSTCT-SAN-DT-LISTA
              MOVE WS-DATA-CARGA   TO FINLSTCT-SAN-DT-CARGA
              MOVE WS-QTD-GRAVADAS TO FINLSTCT-SAN-QTD
           ELSE
              MOVE WS-DT-LISTA     TO FINLSTCT-PEP-DT-LISTA
              MOVE WS-DATA-CARGA   TO FINLSTCT-PEP-DT-CARGA
              MOVE WS-QTD-GRAVADAS TO FINLSTCT-PEP-QTD
           END-IF
           MOVE 'P' TO FINLSTCT-IND-VARREDURA
           ADD 1 TO WS-QTD-LISTAS-CARGA

           DISPLAY 'LISTA ' WS-DESC-LISTA ' DE ' WS-DT-LISTA
                   ' CARREGADA - ENTRADAS ANTERIORES EXCLUIDAS: '
                   WS-QTD-EXCLUIDAS
           DISPLAY '   ENTRADAS GRAVADAS: ' WS-QTD-GRAVADAS
                   '  DESPREZADAS (SEM NOME E DOCUMENTO): '
                   WS-QTD-DESPREZADAS

           .

      *-----------------------------------------------------------------
       P2000-CONFERE-LISTA SECTION.
      * Primeira passada, sem alterar nada: header, detalhes e trailer
      * com a quantidade de detalhes lidos.
      *-----------------------------------------------------------------

           MOVE 'P2000-CONFERE-LISTA' TO WS-NOM-PARAGRAFO

           MOVE 'N'    TO WS-LISTA-PRESENTE-SW
                          WS-LISTA-VALIDA-SW
                          WS-TRAILER-LIDO-SW
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE ZEROS  TO WS-QTD-DETALHES
                          WS-DT-LISTA

           PERFORM P7000-ABRE-LISTA
           IF WS-FS-LISTA EQUAL '35'
              EXIT SECTION
           END-IF
           MOVE 'S' TO WS-LISTA-PRESENTE-SW

           PERFORM P7100-LE-LISTA
           IF FIM-LISTA OR NOT WS-LST-HEADER
              MOVE 'ARQUIVO SEM HEADER' TO WS-MOTIVO-RECUSA
              PERFORM P7200-FECHA-LISTA
              EXIT SECTION
           END-IF
           IF WS-LST-HDR-DT-LISTA NOT NUMERIC
              MOVE 'DATA DA LISTA INVALIDA NO HEADER'
                TO WS-MOTIVO-RECUSA
              PERFORM P7200-FECHA-LISTA
              EXIT SECTION
           END-IF
           MOVE WS-LST-HDR-DT-LISTA TO WS-DT-LISTA

           PERFORM P7100-LE-LISTA
           PERFORM UNTIL FIM-LISTA OR TRAILER-LIDO
              EVALUATE TRUE
                  WHEN WS-LST-DETALHE
                       ADD 1 TO WS-QTD-DETALHES
                       PERFORM P7100-LE-LISTA
                  WHEN WS-LST-TRAILER
                       MOVE 'S' TO WS-TRAILER-LIDO-SW
                  WHEN OTHER
                       MOVE 'REGISTRO DE TIPO INVALIDO'
                         TO WS-MOTIVO-RECUSA
                       PERFORM P7200-FECHA-LISTA
                       EXIT SECTION
              END-EVALUATE
           END-PERFORM

           PERFORM P7200-FECHA-LISTA

           EVALUATE TRUE
               WHEN NOT TRAILER-LIDO
                    MOVE 'ARQUIVO SEM TRAILER' TO WS-MOTIVO-RECUSA
               WHEN WS-LST-TRL-QTD NOT NUMERIC
                    MOVE 'QUANTIDADE INVALIDA NO TRAILER'
                      TO WS-MOTIVO-RECUSA
               WHEN WS-LST-TRL-QTD NOT EQUAL WS-QTD-DETALHES
                    MOVE 'QUANTIDADE DO TRAILER DIFERE DOS DETALHES'
                      TO WS-MOTIVO-RECUSA
               WHEN OTHER
                    MOVE 'S' TO WS-LISTA-VALIDA-SW
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P3000-EXCLUI-ENTRADAS SECTION.
      * Exclui do FINLREST todas as entradas da lista WS-TIPO-LISTA.
      *-----------------------------------------------------------------

           MOVE 'P3000-EXCLUI-ENTRADAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS         TO WS-QTD-EXCLUIDAS
           MOVE 'N'           TO WS-FIM-FINLREST-SW
           MOVE WS-TIPO-LISTA TO FINLREST-TIPO-LISTA
           MOVE ZEROS         TO FINLREST-NR-SEQ
           START FINLREST KEY NOT LESS THAN FINLREST-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLREST-SW
           END-START

           PERFORM UNTIL FIM-FINLREST
              READ FINLREST NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLREST-SW
                 NOT AT END
                    IF FINLREST-TIPO-LISTA NOT EQUAL WS-TIPO-LISTA
                       MOVE 'S' TO WS-FIM-FINLREST-SW
                    ELSE
                       DELETE FINLREST RECORD
                       IF WS-FS-FINLREST NOT EQUAL '00'
                          MOVE SPACES TO WS-MSG
                          STRING 'ERRO - DELETE FINLREST - FILE '
                                 'STATUS = ' WS-FS-FINLREST
                                 DELIMITED BY SIZE  INTO WS-MSG
                          END-STRING
                          PERFORM P8000-ERRO
                       END-IF
                       ADD 1 TO WS-QTD-EXCLUIDAS
                    END-IF
              END-READ
              IF WS-FS-FINLREST NOT EQUAL '00' AND '02' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINLREST - FILE STATUS = '
                        WS-FS-FINLREST
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P4000-GRAVA-ENTRADAS SECTION.
      * Segunda passada: grava cada detalhe, com nome e documento
      * normalizados pela SRLREST, na sequencia da carga.
      *-----------------------------------------------------------------

           MOVE 'P4000-GRAVA-ENTRADAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-GRAVADAS
                         WS-QTD-DESPREZADAS

           PERFORM P7000-ABRE-LISTA
           IF WS-FS-LISTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REABERTURA DA LISTA ' WS-DESC-LISTA
                     ' - FILE STATUS = ' WS-FS-LISTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM P7100-LE-LISTA
           PERFORM UNTIL FIM-LISTA OR WS-LST-TRAILER
              IF WS-LST-DETALHE
                 IF WS-LST-DET-NOME   EQUAL SPACES AND
                    WS-LST-DET-NR-DOC EQUAL SPACES
                    ADD 1 TO WS-QTD-DESPREZADAS
                 ELSE
                    PERFORM P4100-GRAVA-ENTRADA
                 END-IF
              END-IF
              PERFORM P7100-LE-LISTA
           END-PERFORM

           PERFORM P7200-FECHA-LISTA

           .

      *-----------------------------------------------------------------
       P4100-GRAVA-ENTRADA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P4100-GRAVA-ENTRADA' TO WS-NOM-PARAGRAFO

           MOVE SPACES            TO WS-PARM-LREST
           MOVE 'N'               TO WS-LRS-FUNCAO
           MOVE WS-LST-DET-NOME   TO WS-LRS-NOME
           MOVE WS-LST-DET-NR-DOC TO WS-LRS-NR-DOC
           CALL 'SRLREST' USING WS-PARM-LREST

           ADD 1 TO WS-QTD-GRAVADAS

           MOVE SPACES            TO REG-FINLREST
           MOVE WS-TIPO-LISTA     TO FINLREST-TIPO-LISTA
           MOVE WS-QTD-GRAVADAS   TO FINLREST-NR-SEQ
           MOVE WS-LST-DET-NOME   TO FINLREST-NOME
           MOVE WS-LRS-NOME-NORM  TO FINLREST-NOME-NORM
           MOVE WS-LST-DET-NR-DOC TO FINLREST-NR-DOC
           MOVE WS-LRS-DOC-NORM   TO FINLREST-DOC-NORM
           MOVE WS-LST-DET-ORIGEM TO FINLREST-ORIGEM
           MOVE WS-DT-LISTA       TO FINLREST-DT-LISTA
           MOVE WS-DATA-CARGA     TO FINLREST-DT-CARGA

           WRITE REG-FINLREST
           IF WS-FS-FINLREST NOT EQUAL '00' AND '02'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINLREST - FILE STATUS = '
                     WS-FS-FINLREST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-ABRE-LISTA SECTION.
      * Abre o arquivo da lista WS-TIPO-LISTA; status em WS-FS-LISTA.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-FIM-LISTA-SW

           IF WS-TIPO-LISTA EQUAL 'S'
              OPEN INPUT FINLSANC
              MOVE WS-FS-FINLSANC TO WS-FS-LISTA
           ELSE
              OPEN INPUT FINLPEP
              MOVE WS-FS-FINLPEP  TO WS-FS-LISTA
           END-IF

           IF WS-FS-LISTA NOT EQUAL '00' AND '35'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT DA LISTA ' WS-DESC-LISTA
                     ' - FILE STATUS = ' WS-FS-LISTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7100-LE-LISTA SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-REG-LISTA

           IF WS-TIPO-LISTA EQUAL 'S'
              READ FINLSANC INTO WS-REG-LISTA
                 AT END
                    MOVE 'S' TO WS-FIM-LISTA-SW
              END-READ
              MOVE WS-FS-FINLSANC TO WS-FS-LISTA
           ELSE
              READ FINLPEP  INTO WS-REG-LISTA
                 AT END
                    MOVE 'S' TO WS-FIM-LISTA-SW
              END-READ
              MOVE WS-FS-FINLPEP  TO WS-FS-LISTA
           END-IF

           IF WS-FS-LISTA NOT EQUAL '00' AND '10'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ DA LISTA ' WS-DESC-LISTA
                     ' - FILE STATUS = ' WS-FS-LISTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7200-FECHA-LISTA SECTION.
      *-----------------------------------------------------------------

           IF WS-TIPO-LISTA EQUAL 'S'
              CLOSE FINLSANC
           ELSE
              CLOSE FINLPEP
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB232 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Regrava o controle (so se alguma lista foi carregada) e
      * devolve RETURN-CODE 4 se alguma lista foi recusada.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           CLOSE FINLREST

           IF WS-QTD-LISTAS-CARGA GREATER ZEROS
              OPEN OUTPUT FINLSTCT
              IF WS-FS-FINLSTCT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINLSTCT - FILE STATUS = '
                        WS-FS-FINLSTCT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              WRITE REG-FINLSTCT
              IF WS-FS-FINLSTCT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINLSTCT - FILE STATUS = '
                        WS-FS-FINLSTCT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINLSTCT
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB232 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'LISTAS CARREGADAS  - ' WS-QTD-LISTAS-CARGA
           DISPLAY 'LISTAS RECUSADAS   - ' WS-QTD-LISTAS-RECUSA
           IF WS-QTD-LISTAS-CARGA GREATER ZEROS
              DISPLAY 'VARREDURA DO CADASTRO PENDENTE (FINPB233 NO '
                      'PROXIMO CICLO)'
           END-IF
           DISPLAY '***************************************************'

           IF WS-QTD-LISTAS-RECUSA GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           .
