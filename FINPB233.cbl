      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : VARREDURA DO CADASTRO DE CLIENTES CONTRA AS
      *              LISTAS RESTRITIVAS (SANCOES E PEP) APOS CADA NOVA
      *              CARGA, COM O RELATORIO DE OCORRENCIAS PARA O
      *              COMPLIANCE.
      *              ARQUIVOS DE ENTRADA: FINLSTCT - CONTROLE DAS
      *                                              CARGAS (FINPB232)
      *                                   FINCUST  - CADASTRO DE
      *                                              CLIENTES
      *                                   FINLREST - LISTAS (VIA
      *                                              SRLREST)
      *              ARQUIVOS DE SAIDA  : FINTRIAG - OCORRENCIAS DE
      *                                              TRIAGEM (CASOS)
      *                                   FINTRREL - RELATORIO DE
      *                                              OCORRENCIAS (LINHAS
      *                                              DE 132)
      *                                   FINLSTCT - VARREDURA FEITA
      *
      * ESPECIFICAÇÃO
      * Executado no ciclo noturno (FINPB101), mas so trabalha quando o
      * FINPB232 carregou uma lista nova desde a ultima varredura
      * (FINLSTCT com a varredura pendente); nos demais dias nada faz.
      * Cada cliente do FINCUST e consultado na SRLREST uma vez por
      * lista (documento exato e nome normalizado). Cada ocorrencia e
      * um CASO de FINTRIAG.dat (chave cliente + lista), que o
      * supervisor decide no FINTRMNT:
      *   - cliente sem caso naquela lista: caso NOVO, pendente ('P');
      *   - caso pendente ou confirmado ('C'): continua como esta, com
      *     a entrada da lista atualizada;
      *   - caso descartado ('D' - homonimo/falso positivo, inclusive o
      *     liberado pelo supervisor na inclusao do FINCMNT) contra a
      *     MESMA entrada da lista: continua descartado;
      *   - caso descartado contra OUTRA entrada, ou baixado ('B'):
      *     REABERTO como pendente.
      * Casos pendentes/confirmados que nao apareceram na varredura
      * (o cliente saiu da lista) sao listados a parte, para o
      * compliance decidir a baixa no FINTRMNT. Ao final a varredura e
      * marcada como feita em FINLSTCT.dat.
      * O congelamento das contas NAO e feito aqui: so o caso
      * confirmado pelo supervisor (FINTRMNT) congela as contas.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB233.
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
      *    CONTROLE DAS CARGAS E DA VARREDURA (READ E REGRAVACAO)
      *    MESMA DEFINICAO USADA PELO FINPB232 (VER FD FINLSTCT, LA).
           SELECT FINLSTCT ASSIGN TO 'FINLSTCT.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINLSTCT.
      *    CADASTRO DE CLIENTES - LEITURA SEQUENCIAL
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA).
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    CASOS DE TRIAGEM - ACESSO DIRETO E VARREDURA FINAL
      *    MESMA DEFINICAO USADA PELO FINTRMNT (VER FD FINTRIAG, LA).
           SELECT FINTRIAG ASSIGN TO 'FINTRIAG.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTRIAG-CHAVE
                  FILE STATUS IS WS-FS-FINTRIAG.
      *    RELATORIO DE OCORRENCIAS PARA O COMPLIANCE
           SELECT FINTRREL ASSIGN TO 'FINTRREL.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRREL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINPB232 (VER FD FINLSTCT, LA)
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
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA)
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FILLER                 PIC  X(172).
      *
      *    MESMA DEFINICAO USADA PELO FINTRMNT (VER FD FINTRIAG, LA)
       FD  FINTRIAG
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINTRIAG.
           03  FINTRIAG-CHAVE.
               05  FINTRIAG-CLIENTE      PIC  9(006).
               05  FINTRIAG-TIPO-LISTA   PIC  X(001).
           03  FINTRIAG-TIPO-OCORR       PIC  X(001).
           03  FINTRIAG-LST-NOME         PIC  X(060).
           03  FINTRIAG-LST-NR-DOC       PIC  X(020).
           03  FINTRIAG-LST-ORIGEM       PIC  X(020).
           03  FINTRIAG-LST-DT-LISTA     PIC  9(008).
           03  FINTRIAG-SITUACAO         PIC  X(001).
              88  FINTRIAG-PENDENTE          VALUE 'P'.
              88  FINTRIAG-CONFIRMADA        VALUE 'C'.
              88  FINTRIAG-DESCARTADA        VALUE 'D'.
              88  FINTRIAG-BAIXADA           VALUE 'B'.
           03  FINTRIAG-ORIGEM           PIC  X(001).
           03  FINTRIAG-DT-OCORRENCIA    PIC  9(008).
           03  FINTRIAG-DT-ULT-VARREDURA PIC  9(008).
           03  FINTRIAG-DT-DECISAO       PIC  9(008).
           03  FINTRIAG-SUPERV           PIC  X(008).
           03  FINTRIAG-QTD-CONTAS       PIC  9(003).
           03  FILLER                    PIC  X(007).
      *
       FD  FINTRREL
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINTRREL               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB233'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLSTCT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRIAG         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRREL         PIC X(002)  VALUE '00'.
      *
           05  WS-FIM-FINCUST-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-FIM-FINTRIAG-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINTRIAG               VALUE 'S'.
      *    VARREDURA A FAZER (CARGA NOVA DESDE A ULTIMA VARREDURA)
           05  WS-VARREDURA-SW        PIC X(001)  VALUE 'N'.
              88  VARREDURA-PENDENTE         VALUE 'S'.
           05  WS-FINCUST-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINCUST-EXISTE             VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DESC-SITUACAO       PIC X(012)  VALUE SPACES.
      *
           05  WS-QTD-CLIENTES        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-OCORRENCIAS     PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-NOVAS           PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-REABERTAS       PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-PENDENTES       PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-CONFIRMADAS     PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-DESCARTADAS     PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-FORA-LISTA      PIC 9(007)  VALUE ZEROS.
      *
           05  WS-QTD-EDITADA         PIC ZZZ.ZZZ.ZZ9.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRLREST (CONSULTA AS LISTAS)
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
              88  WS-LRS-OCORRENCIA          VALUE '00'.
              88  WS-LRS-SEM-OCORRENCIA      VALUE '10'.
           05  WS-LRS-FILE-STATUS     PIC X(002).
      *
      *    LISTA CONSULTADA NA VEZ ('S' SANCOES, 'P' PEP)
       01  WS-TIPO-LISTA              PIC X(001)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-CABEC.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  FILLER                 PIC X(008)  VALUE 'CLIENTE'.
           05  FILLER                 PIC X(032)  VALUE 'NOME'.
           05  FILLER                 PIC X(016)  VALUE 'DOCUMENTO'.
           05  FILLER                 PIC X(005)  VALUE 'LST'.
           05  FILLER                 PIC X(005)  VALUE 'POR'.
           05  FILLER                 PIC X(032)  VALUE
               'NOME NA LISTA'.
           05  FILLER                 PIC X(022)  VALUE
               'ORIGEM/CARGO'.
           05  FILLER                 PIC X(011)  VALUE 'SITUACAO'.
      *
       01  WS-LINHA-OCORRENCIA.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CLIENTE         PIC 9(006).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-NOME            PIC X(030).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-NR-DOC          PIC X(014).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LISTA           PIC X(003).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-POR             PIC X(003).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LST-NOME        PIC X(030).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-LST-ORIGEM      PIC X(020).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-SITUACAO        PIC X(011).
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           IF VARREDURA-PENDENTE
              PERFORM P1000-PROCESSA
              PERFORM P3000-FORA-DAS-LISTAS
              PERFORM P6000-IMPRIME-TOTAIS
           END-IF
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Verifica no controle se ha carga nova; sem carga (ou sem
      * controle) nada e aberto alem dele.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINLSTCT
           EVALUATE WS-FS-FINLSTCT
               WHEN '00'
                    READ FINLSTCT
                       AT END
                          MOVE SPACES TO REG-FINLSTCT
                    END-READ
                    CLOSE FINLSTCT
               WHEN '35'
                    DISPLAY 'FINLSTCT.dat AUSENTE - NENHUMA LISTA '
                            'CARREGADA - VARREDURA DISPENSADA'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLSTCT - FILE STATUS = '
                           WS-FS-FINLSTCT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF NOT FINLSTCT-VARREDURA-PENDENTE
              DISPLAY 'NENHUMA LISTA NOVA DESDE A VARREDURA DE '
                      FINLSTCT-DT-VARREDURA ' - VARREDURA DISPENSADA'
              EXIT SECTION
           END-IF
           MOVE 'S' TO WS-VARREDURA-SW

           OPEN INPUT FINCUST
           EVALUATE WS-FS-FINCUST
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCUST-EXISTE-SW
                    DISPLAY 'FINCUST.dat AUSENTE - NENHUM CLIENTE'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCUST - FILE STATUS = '
                           WS-FS-FINCUST
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINTRIAG
           IF WS-FS-FINTRIAG EQUAL '35'
              OPEN OUTPUT FINTRIAG
              IF WS-FS-FINTRIAG EQUAL '00'
                 CLOSE FINTRIAG
                 OPEN I-O FINTRIAG
              END-IF
           END-IF
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN OUTPUT FINTRREL
           IF WS-FS-FINTRREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINTRREL - FILE STATUS = '
                     WS-FS-FINTRREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINTRREL
           STRING 'TRIAGEM DO CADASTRO DE CLIENTES CONTRA AS LISTAS '
                  'RESTRITIVAS - DATA ' WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINTRREL
           STRING 'LISTA DE SANCOES DE ' FINLSTCT-SAN-DT-LISTA
                  ' (CARGA ' FINLSTCT-SAN-DT-CARGA ', '
                  FINLSTCT-SAN-QTD ' ENTRADAS)   LISTA PEP DE '
                  FINLSTCT-PEP-DT-LISTA ' (CARGA '
                  FINLSTCT-PEP-DT-CARGA ', ' FINLSTCT-PEP-QTD
                  ' ENTRADAS)'
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-CABEC TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Cada cliente e consultado nas duas listas.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           IF NOT FINCUST-EXISTE
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-FINCUST
              READ FINCUST NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-FINCUST-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-CLIENTES
                    MOVE 'S' TO WS-TIPO-LISTA
                    PERFORM P2000-CONSULTA-LISTA
                    MOVE 'P' TO WS-TIPO-LISTA
                    PERFORM P2000-CONSULTA-LISTA
              END-READ
              IF WS-FS-FINCUST NOT EQUAL '00' AND '02' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINCUST - FILE STATUS = '
                        WS-FS-FINCUST
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CONSULTA-LISTA SECTION.
      * Cliente corrente contra a lista WS-TIPO-LISTA.
      *-----------------------------------------------------------------

           MOVE 'P2000-CONSULTA-LISTA' TO WS-NOM-PARAGRAFO

           MOVE SPACES         TO WS-PARM-LREST
           MOVE 'C'            TO WS-LRS-FUNCAO
           MOVE FINCUST-NOME   TO WS-LRS-NOME
           MOVE FINCUST-NR-DOC TO WS-LRS-NR-DOC
           MOVE WS-TIPO-LISTA  TO WS-LRS-TIPO-LISTA
           CALL 'SRLREST' USING WS-PARM-LREST

           EVALUATE TRUE
               WHEN WS-LRS-OCORRENCIA
                    PERFORM P2100-REGISTRA-CASO
               WHEN WS-LRS-SEM-OCORRENCIA
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - SRLREST RETORNO '
                           WS-LRS-COD-RETORNO
                           ' - FILE STATUS = ' WS-LRS-FILE-STATUS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2100-REGISTRA-CASO SECTION.
      * Cria, atualiza ou reabre o caso do cliente na lista e imprime a
      * ocorrencia com a situacao resultante.
      *-----------------------------------------------------------------

           MOVE 'P2100-REGISTRA-CASO' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-OCORRENCIAS

           MOVE FINCUST-ID        TO FINTRIAG-CLIENTE
           MOVE WS-LRS-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           READ FINTRIAG
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-FS-FINTRIAG NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINTRIAG EQUAL '23'
              PERFORM P2200-ABRE-CASO
              MOVE 'NOVA'        TO WS-DESC-SITUACAO
              ADD 1 TO WS-QTD-NOVAS
              WRITE REG-FINTRIAG
           ELSE
              EVALUATE TRUE
                  WHEN FINTRIAG-CONFIRMADA
                       MOVE 'CONFIRMADA'  TO WS-DESC-SITUACAO
                       ADD 1 TO WS-QTD-CONFIRMADAS
                       PERFORM P2300-ATUALIZA-ENTRADA
                  WHEN FINTRIAG-PENDENTE
                       MOVE 'PENDENTE'    TO WS-DESC-SITUACAO
                       ADD 1 TO WS-QTD-PENDENTES
                       PERFORM P2300-ATUALIZA-ENTRADA
                  WHEN FINTRIAG-DESCARTADA AND
                       FINTRIAG-LST-NOME   EQUAL WS-LRS-LST-NOME AND
                       FINTRIAG-LST-NR-DOC EQUAL WS-LRS-LST-NR-DOC
                       MOVE 'DESCARTADA'  TO WS-DESC-SITUACAO
                       ADD 1 TO WS-QTD-DESCARTADAS
                       MOVE WS-DATA-EXECUCAO
                         TO FINTRIAG-DT-ULT-VARREDURA
                  WHEN OTHER
                       PERFORM P2200-ABRE-CASO
                       MOVE 'REABERTA'    TO WS-DESC-SITUACAO
                       ADD 1 TO WS-QTD-REABERTAS
              END-EVALUATE
              REWRITE REG-FINTRIAG
           END-IF
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE FINCUST-ID         TO WS-LIN-CLIENTE
           MOVE FINCUST-NOME       TO WS-LIN-NOME
           MOVE FINCUST-NR-DOC     TO WS-LIN-NR-DOC
           PERFORM P7100-MONTA-LINHA

           .

      *-----------------------------------------------------------------
       P2200-ABRE-CASO SECTION.
      * Caso novo ou reaberto: pendente, sem decisao.
      *-----------------------------------------------------------------

           MOVE SPACES            TO REG-FINTRIAG
           MOVE FINCUST-ID        TO FINTRIAG-CLIENTE
           MOVE WS-LRS-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           MOVE 'P'               TO FINTRIAG-SITUACAO
           MOVE 'V'               TO FINTRIAG-ORIGEM
           MOVE WS-DATA-EXECUCAO  TO FINTRIAG-DT-OCORRENCIA
           MOVE ZEROS             TO FINTRIAG-DT-DECISAO
                                     FINTRIAG-QTD-CONTAS
           PERFORM P2300-ATUALIZA-ENTRADA

           .

      *-----------------------------------------------------------------
       P2300-ATUALIZA-ENTRADA SECTION.
      * Entrada da lista que gerou a ocorrencia nesta varredura.
      *-----------------------------------------------------------------

           MOVE WS-LRS-TIPO-OCORR   TO FINTRIAG-TIPO-OCORR
           MOVE WS-LRS-LST-NOME     TO FINTRIAG-LST-NOME
           MOVE WS-LRS-LST-NR-DOC   TO FINTRIAG-LST-NR-DOC
           MOVE WS-LRS-LST-ORIGEM   TO FINTRIAG-LST-ORIGEM
           MOVE WS-LRS-LST-DT-LISTA TO FINTRIAG-LST-DT-LISTA
           MOVE WS-DATA-EXECUCAO    TO FINTRIAG-DT-ULT-VARREDURA

           .

      *-----------------------------------------------------------------
       P3000-FORA-DAS-LISTAS SECTION.
      * Casos pendentes ou confirmados que esta varredura nao
      * encontrou: o cliente nao consta mais da lista. O caso aberto
      * na inclusao bloqueada do FINCMNT (nunca varrido, cliente ainda
      * fora do cadastro) fica so na fila do FINTRMNT.
      *-----------------------------------------------------------------

           MOVE 'P3000-FORA-DAS-LISTAS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINTRREL
           STRING 'CASOS PENDENTES/CONFIRMADOS CUJO CLIENTE NAO CONSTA '
                  'MAIS DAS LISTAS (AVALIAR A BAIXA NO FINTRMNT)'
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA

           MOVE 'N'        TO WS-FIM-FINTRIAG-SW
           MOVE LOW-VALUES TO FINTRIAG-CHAVE
           START FINTRIAG KEY NOT LESS THAN FINTRIAG-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTRIAG-SW
           END-START

           PERFORM UNTIL FIM-FINTRIAG
              READ FINTRIAG NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-FINTRIAG-SW
                 NOT AT END
                    IF (FINTRIAG-PENDENTE OR FINTRIAG-CONFIRMADA) AND
                       FINTRIAG-DT-ULT-VARREDURA LESS WS-DATA-EXECUCAO
                       AND FINTRIAG-DT-ULT-VARREDURA NOT EQUAL ZEROS
                       ADD 1 TO WS-QTD-FORA-LISTA
                       MOVE FINTRIAG-CLIENTE TO WS-LIN-CLIENTE
                       MOVE SPACES           TO WS-LIN-NOME
                                                WS-LIN-NR-DOC
                       MOVE FINTRIAG-TIPO-OCORR TO WS-LRS-TIPO-OCORR
                       MOVE FINTRIAG-TIPO-LISTA TO WS-LRS-TIPO-LISTA
                       MOVE FINTRIAG-LST-NOME   TO WS-LRS-LST-NOME
                       MOVE FINTRIAG-LST-ORIGEM TO WS-LRS-LST-ORIGEM
                       IF FINTRIAG-PENDENTE
                          MOVE 'PENDENTE'   TO WS-DESC-SITUACAO
                       ELSE
                          MOVE 'CONFIRMADA' TO WS-DESC-SITUACAO
                       END-IF
                       PERFORM P7100-MONTA-LINHA
                    END-IF
              END-READ
              IF WS-FS-FINTRIAG NOT EQUAL '00' AND '02' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                        WS-FS-FINTRIAG
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-TOTAIS SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-TOTAIS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-CLIENTES TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING 'CLIENTES TRIADOS ............: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-OCORRENCIAS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING 'OCORRENCIAS NAS LISTAS ......: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-NOVAS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING '   CASOS NOVOS (PENDENTES) ..: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-REABERTAS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING '   CASOS REABERTOS ..........: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-PENDENTES TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING '   JA PENDENTES .............: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-CONFIRMADAS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING '   JA CONFIRMADAS ...........: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-DESCARTADAS TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING '   JA DESCARTADAS ...........: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-QTD-FORA-LISTA TO WS-QTD-EDITADA
           MOVE SPACES TO REG-FINTRREL
           STRING 'CASOS FORA DAS LISTAS .......: ' WS-QTD-EDITADA
                  DELIMITED BY SIZE  INTO REG-FINTRREL
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINTRREL    END-WRITE

           IF WS-FS-FINTRREL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRREL - FILE STATUS = '
                     WS-FS-FINTRREL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7100-MONTA-LINHA SECTION.
      * Completa a linha da ocorrencia com a lista, o criterio, a
      * entrada da lista e WS-DESC-SITUACAO, e a grava.
      *-----------------------------------------------------------------

           IF WS-LRS-TIPO-LISTA EQUAL 'S'
              MOVE 'SAN' TO WS-LIN-LISTA
           ELSE
              MOVE 'PEP' TO WS-LIN-LISTA
           END-IF
           IF WS-LRS-TIPO-OCORR EQUAL 'D'
              MOVE 'DOC' TO WS-LIN-POR
           ELSE
              MOVE 'NOM' TO WS-LIN-POR
           END-IF
           MOVE WS-LRS-LST-NOME    TO WS-LIN-LST-NOME
           MOVE WS-LRS-LST-ORIGEM  TO WS-LIN-LST-ORIGEM
           MOVE WS-DESC-SITUACAO   TO WS-LIN-SITUACAO

           MOVE WS-LINHA-OCORRENCIA TO REG-FINTRREL
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB233 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Fecha os arquivos e marca a varredura como feita no controle.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           IF VARREDURA-PENDENTE
              MOVE SPACES TO WS-PARM-LREST
              MOVE 'F'    TO WS-LRS-FUNCAO
              CALL 'SRLREST' USING WS-PARM-LREST
              IF FINCUST-EXISTE
                 CLOSE FINCUST
              END-IF
              CLOSE FINTRIAG
                    FINTRREL

              MOVE 'F'                TO FINLSTCT-IND-VARREDURA
              MOVE WS-DATA-EXECUCAO   TO FINLSTCT-DT-VARREDURA
              MOVE WS-QTD-OCORRENCIAS TO FINLSTCT-QTD-OCORR
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
           DISPLAY 'PROGRAMA FINPB233 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           IF VARREDURA-PENDENTE
              DISPLAY 'CLIENTES TRIADOS   - ' WS-QTD-CLIENTES
              DISPLAY 'OCORRENCIAS        - ' WS-QTD-OCORRENCIAS
              DISPLAY 'CASOS NOVOS        - ' WS-QTD-NOVAS
              DISPLAY 'CASOS REABERTOS    - ' WS-QTD-REABERTAS
              DISPLAY 'FORA DAS LISTAS    - ' WS-QTD-FORA-LISTA
           END-IF
           DISPLAY '***************************************************'

           .
