      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : DECISAO DOS CASOS DE TRIAGEM DE CLIENTES CONTRA AS
      *              LISTAS RESTRITIVAS (SANCOES E PEP): CONFIRMACAO COM
      *              CONGELAMENTO DAS CONTAS, DESCARTE (HOMONIMO) E
      *              BAIXA DA RESTRICAO.
      *              ARQUIVOS : FINTRIAG - CASOS DE TRIAGEM (FINPB233
      *                                    E FINCMNT)
      *                         FINCUST  - CADASTRO DE CLIENTES
      *                         FINTITL  - VINCULOS CLIENTE x CONTA
      *                                    (MARCA DE RESTRICAO)
      *                         FINSLD   - SALDOS (CONGELAMENTO E
      *                                    LIBERACAO DAS CONTAS)
      *                         FINSMLOG - LOG DE MANUTENCOES (EXTEND)
      *
      * ESPECIFICAÇÃO
      * Os casos nascem da varredura noturna (FINPB233, apos cada carga
      * de lista) e da inclusao/alteracao no FINCMNT (ocorrencia
      * liberada pelo supervisor, gravada ja descartada). Perfil
      * manutencao ou supervisor; as decisoes exigem supervisor:
      * (L)ISTAR - casos pendentes, para a fila do compliance;
      * (V)ER - casos de um cliente, em qualquer situacao;
      * (C)ONFIRMAR - caso pendente confirmado (o cliente E a pessoa da
      *    lista): as contas em que o cliente e titular principal ou
      *    cotitular (FINTITL) e que estao ativas sao CONGELADAS ('F',
      *    a mesma situacao que o FINPB100 ja respeita, rejeitando o
      *    movimento com o motivo '02'); o vinculo e marcado 'R'
      *    (congelada por restricao), o que impede a reativacao pelo
      *    FINSMNT. Conta ja congelada por outro motivo nao e marcada.
      *    Contas em que o cliente e so representante nao sao tocadas;
      * (D)ESCARTAR - caso pendente descartado (homonimo/falso
      *    positivo): a varredura seguinte o mantem descartado enquanto
      *    a entrada da lista for a mesma;
      * (B)AIXAR - caso confirmado cuja restricao caiu (cliente retirado
      *    da lista ou decisao do compliance), por supervisor DIFERENTE
      *    do que confirmou: as marcas 'R' do cliente sao retiradas e a
      *    conta volta a 'A' se nenhum outro vinculo a mantiver
      *    congelada (outra restricao 'R' ou espolio 'C').
      * Cada conta congelada/liberada vai ao FINSMLOG com as acoes:
      *    'R' conta congelada por caso de triagem confirmado
      *    'U' conta liberada pela baixa do caso
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINTRMNT.
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
      *    CASOS DE TRIAGEM - ACESSO DIRETO E LISTA DOS PENDENTES
           SELECT FINTRIAG ASSIGN TO 'FINTRIAG.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTRIAG-CHAVE
                  FILE STATUS IS WS-FS-FINTRIAG.
      *    CADASTRO DE CLIENTES - ACESSO DIRETO (READ)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA).
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA - CONTAS DO CLIENTE (ALTERNATIVA)
      *    E TITULARES DE CADA CONTA (CHAVE)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    ARQUIVO SALDOS - CONGELAMENTO E LIBERACAO (READ/REWRITE)
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA).
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CHAVE
                  FILE STATUS IS WS-FS-FINSLD.
      *    LOG DE MANUTENCOES - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSMLOG, LA).
           SELECT FINSMLOG ASSIGN TO 'FINSMLOG.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSMLOG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    CASO DE TRIAGEM: UM POR CLIENTE E LISTA ('S' SANCOES, 'P'
      *    PEP), COM A OCORRENCIA ('D' PELO DOCUMENTO, 'N' PELO NOME),
      *    A ENTRADA DA LISTA QUE A GEROU, A SITUACAO, A ORIGEM ('V'
      *    VARREDURA DO FINPB233, 'I' INCLUSAO/ALTERACAO NO FINCMNT),
      *    AS DATAS (OCORRENCIA, ULTIMA VARREDURA QUE A ENCONTROU E
      *    DECISAO), O SUPERVISOR DA ULTIMA DECISAO E A QUANTIDADE DE
      *    CONTAS CONGELADAS NA CONFIRMACAO
       FD  FINTRIAG
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINTRIAG.
           03  FINTRIAG-CHAVE.
               05  FINTRIAG-CLIENTE      PIC  9(006).
               05  FINTRIAG-TIPO-LISTA   PIC  X(001).
                  88  FINTRIAG-SANCOES           VALUE 'S'.
                  88  FINTRIAG-PEP               VALUE 'P'.
           03  FINTRIAG-TIPO-OCORR       PIC  X(001).
              88  FINTRIAG-PELO-DOCUMENTO    VALUE 'D'.
              88  FINTRIAG-PELO-NOME         VALUE 'N'.
           03  FINTRIAG-LST-NOME         PIC  X(060).
           03  FINTRIAG-LST-NR-DOC       PIC  X(020).
           03  FINTRIAG-LST-ORIGEM       PIC  X(020).
           03  FINTRIAG-LST-DT-LISTA     PIC  9(008).
      *    'P' PENDENTE, 'C' CONFIRMADA (CONTAS CONGELADAS),
      *    'D' DESCARTADA (HOMONIMO), 'B' BAIXADA (RESTRICAO RETIRADA)
           03  FINTRIAG-SITUACAO         PIC  X(001).
              88  FINTRIAG-PENDENTE          VALUE 'P'.
              88  FINTRIAG-CONFIRMADA        VALUE 'C'.
              88  FINTRIAG-DESCARTADA        VALUE 'D'.
              88  FINTRIAG-BAIXADA           VALUE 'B'.
           03  FINTRIAG-ORIGEM           PIC  X(001).
              88  FINTRIAG-DA-VARREDURA      VALUE 'V'.
              88  FINTRIAG-DA-INCLUSAO       VALUE 'I'.
           03  FINTRIAG-DT-OCORRENCIA    PIC  9(008).
           03  FINTRIAG-DT-ULT-VARREDURA PIC  9(008).
           03  FINTRIAG-DT-DECISAO       PIC  9(008).
           03  FINTRIAG-SUPERV           PIC  X(008).
           03  FINTRIAG-QTD-CONTAS       PIC  9(003).
           03  FILLER                    PIC  X(007).
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
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA)
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
           03  FINTITL-IND-OBITO      PIC  X(001).
              88  FINTITL-CONGELADA-ESPOLIO  VALUE 'C'.
           03  FINTITL-IND-RESTRICAO  PIC  X(001).
              88  FINTITL-CONGELADA-RESTRICAO VALUE 'R'.
           03  FILLER                 PIC  X(006).
      *
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA)
       FD  FINSLD
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD.
           03 FINSLD-CHAVE.
              05  FINSLD-NR-AGEN      PIC  9(004).
              05  FINSLD-NR-CC        PIC  X(011).
              05  FINSLD-COD-SUBCONTA PIC  X(002).
           03  FINSLD-VL-SLD          PIC  S9(009)V99.
           03  FINSLD-STATUS          PIC  X(001).
              88  FINSLD-CONTA-ATIVA         VALUE 'A'.
              88  FINSLD-CONTA-CONGELADA     VALUE 'F'.
              88  FINSLD-CONTA-ENCERRADA     VALUE 'E'.
           03  FINSLD-IND-LIMITE      PIC  X(001).
           03  FINSLD-VL-LIMITE       PIC  9(009)V99.
           03  FINSLD-COD-MOEDA       PIC  X(003).
           03  FINSLD-TIPO-CONTA      PIC  X(001).
      *
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSMLOG, LA);
      *    ACOES DA TRIAGEM: 'R' CONTA CONGELADA POR CASO CONFIRMADO,
      *    'U' CONTA LIBERADA PELA BAIXA DO CASO
       FD  FINSMLOG
           RECORDING MODE IS F
           RECORD CONTAINS 068 CHARACTERS.

       01  REG-FINSMLOG.
           03  FINSMLOG-DATA          PIC  9(008).
           03  FINSMLOG-HORA          PIC  9(006).
           03  FINSMLOG-OPERADOR      PIC  X(008).
           03  FINSMLOG-ACAO          PIC  X(001).
           03  FINSMLOG-CHAVE         PIC  X(017).
           03  FINSMLOG-STATUS        PIC  X(001).
           03  FINSMLOG-IND-LIMITE    PIC  X(001).
           03  FINSMLOG-VL-LIMITE     PIC  9(009)V99.
           03  FINSMLOG-TIPO-CONTA    PIC  X(001).
           03  FINSMLOG-COD-MOEDA     PIC  X(003).
           03  FINSMLOG-VL-SLD        PIC S9(009)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINTRMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINTRIAG         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSMLOG         PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-FINTRIAG-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINTRIAG               VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-FINTITL-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINTITL-EXISTE             VALUE 'S'.
           05  WS-CASO-ACHADO-SW      PIC X(001)  VALUE 'N'.
              88  CASO-ACHADO                VALUE 'S'.
           05  WS-OUTRA-TRAVA-SW      PIC X(001)  VALUE 'N'.
              88  OUTRA-TRAVA                VALUE 'S'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-RESPOSTA            PIC X(001)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
           05  WS-HORA-AGORA          PIC 9(008)  VALUE ZEROS.
      *
      *    CASO INFORMADO PELO OPERADOR
           05  WS-TRG-CLIENTE         PIC 9(006)  VALUE ZEROS.
           05  WS-TRG-TIPO-LISTA      PIC X(001)  VALUE SPACES.
      *
      *    ACAO E CHAVE DA LINHA DO FINSMLOG
           05  WS-LOG-ACAO            PIC X(001)  VALUE SPACES.
           05  WS-LOG-CHAVE           PIC X(017)  VALUE SPACES.
      *
           05  WS-QTD-CASOS           PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-CONGELADAS      PIC 9(003)  VALUE ZEROS.
           05  WS-QTD-LIBERADAS       PIC 9(003)  VALUE ZEROS.
           05  WS-QTD-MANTIDAS        PIC 9(003)  VALUE ZEROS.
      *
           05  WS-DESC-LISTA          PIC X(007)  VALUE SPACES.
           05  WS-DESC-OCORR          PIC X(009)  VALUE SPACES.
           05  WS-DESC-SITUACAO       PIC X(010)  VALUE SPACES.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * CONTAS DO CLIENTE (VINCULOS FINTITL); ESTOURO DA TABELA E ERRO
      *-----------------------------------------------------------------
       01  WS-TAB-CONTAS.
           05  WS-QTD-CONTAS          PIC 9(003)  VALUE ZEROS.
           05  WS-TAB-CTA OCCURS 100 TIMES
                           INDEXED BY WS-IDX-CTA.
               10  WS-CTA-CHAVE       PIC X(017).
               10  WS-CTA-PAPEL       PIC X(001).
               10  WS-CTA-IND-RESTR   PIC X(001).
               10  WS-CTA-STATUS      PIC X(001).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
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
      * Sign-on (manutencao ou supervisor) e abertura dos arquivos; o
      * FINTRIAG e criado se ainda nao existir (nenhuma varredura).
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

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

           OPEN INPUT FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINTITL
           EVALUATE WS-FS-FINTITL
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINTITL-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINTITL - FILE STATUS = '
                           WS-FS-FINTITL
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN EXTEND FINSMLOG
           IF WS-FS-FINSMLOG EQUAL '35'
              OPEN OUTPUT FINSMLOG
           END-IF
           IF WS-FS-FINSMLOG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINSMLOG - FILE STATUS = '
                     WS-FS-FINSMLOG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINTRMNT - CASOS DE TRIAGEM (LISTAS '
                   'RESTRITIVAS)'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu e repete ate o operador optar por encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(L)ISTAR PENDENTES  (V)ER CLIENTE  (C)ONFIRMAR  '
                      '(D)ESCARTAR  (B)AIXAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'L'  WHEN 'l'
                      PERFORM P2000-LISTA-PENDENTES
                 WHEN 'V'  WHEN 'v'
                      PERFORM P2500-VER-CLIENTE
                 WHEN 'C'  WHEN 'c'
                      PERFORM P3000-CONFIRMA-CASO
                 WHEN 'D'  WHEN 'd'
                      PERFORM P3500-DESCARTA-CASO
                 WHEN 'B'  WHEN 'b'
                      PERFORM P4000-BAIXA-CASO
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-LISTA-PENDENTES SECTION.
      * Fila do compliance: todos os casos pendentes.
      *-----------------------------------------------------------------

           MOVE 'P2000-LISTA-PENDENTES' TO WS-NOM-PARAGRAFO

           MOVE ZEROS      TO WS-QTD-CASOS
           MOVE 'N'        TO WS-FIM-FINTRIAG-SW
           MOVE LOW-VALUES TO FINTRIAG-CHAVE
           START FINTRIAG KEY NOT LESS THAN FINTRIAG-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTRIAG-SW
           END-START

           DISPLAY ' '
           DISPLAY 'CASOS PENDENTES DE DECISAO'
           PERFORM UNTIL FIM-FINTRIAG
              READ FINTRIAG NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTRIAG-SW
                 NOT AT END
                    IF FINTRIAG-PENDENTE
                       ADD 1 TO WS-QTD-CASOS
                       PERFORM P2100-EXIBE-CASO
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

           DISPLAY 'CASOS PENDENTES: ' WS-QTD-CASOS

           .

      *-----------------------------------------------------------------
       P2100-EXIBE-CASO SECTION.
      * Exibe o caso corrente de FINTRIAG.
      *-----------------------------------------------------------------

           IF FINTRIAG-SANCOES
              MOVE 'SANCOES' TO WS-DESC-LISTA
           ELSE
              MOVE 'PEP'     TO WS-DESC-LISTA
           END-IF
           IF FINTRIAG-PELO-DOCUMENTO
              MOVE 'DOCUMENTO' TO WS-DESC-OCORR
           ELSE
              MOVE 'NOME'      TO WS-DESC-OCORR
           END-IF
           EVALUATE TRUE
               WHEN FINTRIAG-PENDENTE
                    MOVE 'PENDENTE'   TO WS-DESC-SITUACAO
               WHEN FINTRIAG-CONFIRMADA
                    MOVE 'CONFIRMADA' TO WS-DESC-SITUACAO
               WHEN FINTRIAG-DESCARTADA
                    MOVE 'DESCARTADA' TO WS-DESC-SITUACAO
               WHEN OTHER
                    MOVE 'BAIXADA'    TO WS-DESC-SITUACAO
           END-EVALUATE

           DISPLAY '---------------------------------------------------'
           DISPLAY 'CLIENTE ' FINTRIAG-CLIENTE '  LISTA ' WS-DESC-LISTA
                   '  POR ' WS-DESC-OCORR '  SITUACAO '
                   WS-DESC-SITUACAO
           DISPLAY '   NA LISTA : ' FINTRIAG-LST-NOME
           DISPLAY '   DOCUMENTO: ' FINTRIAG-LST-NR-DOC
                   '  ORIGEM/CARGO: ' FINTRIAG-LST-ORIGEM
           DISPLAY '   OCORRENCIA EM ' FINTRIAG-DT-OCORRENCIA
                   '  LISTA DE ' FINTRIAG-LST-DT-LISTA
           IF FINTRIAG-DT-DECISAO NOT EQUAL ZEROS
              DISPLAY '   DECISAO EM ' FINTRIAG-DT-DECISAO
                      ' POR ' FINTRIAG-SUPERV
                      '  CONTAS CONGELADAS: ' FINTRIAG-QTD-CONTAS
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-VER-CLIENTE SECTION.
      * Casos do cliente nas duas listas, em qualquer situacao.
      *-----------------------------------------------------------------

           MOVE 'P2500-VER-CLIENTE' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-TRG-CLIENTE
           PERFORM P5100-EXIBE-CLIENTE

           MOVE ZEROS          TO WS-QTD-CASOS
           MOVE 'N'            TO WS-FIM-FINTRIAG-SW
           MOVE WS-TRG-CLIENTE TO FINTRIAG-CLIENTE
           MOVE LOW-VALUES     TO FINTRIAG-TIPO-LISTA
           START FINTRIAG KEY NOT LESS THAN FINTRIAG-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTRIAG-SW
           END-START

           PERFORM UNTIL FIM-FINTRIAG
              READ FINTRIAG NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTRIAG-SW
                 NOT AT END
                    IF FINTRIAG-CLIENTE NOT EQUAL WS-TRG-CLIENTE
                       MOVE 'S' TO WS-FIM-FINTRIAG-SW
                    ELSE
                       ADD 1 TO WS-QTD-CASOS
                       PERFORM P2100-EXIBE-CASO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-CASOS EQUAL ZEROS
              DISPLAY 'NENHUM CASO DE TRIAGEM PARA O CLIENTE.'
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-CONFIRMA-CASO SECTION.
      * Caso pendente confirmado: congela as contas ativas em que o
      * cliente e titular principal ou cotitular, marcando o vinculo.
      *-----------------------------------------------------------------

           MOVE 'P3000-CONFIRMA-CASO' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'CONFIRMACAO RESTRITA A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P5000-LE-CASO
           IF NOT CASO-ACHADO
              EXIT SECTION
           END-IF
           IF NOT FINTRIAG-PENDENTE
              DISPLAY 'SO CASO PENDENTE PODE SER CONFIRMADO.'
              EXIT SECTION
           END-IF

           PERFORM P6000-CARREGA-CONTAS
           DISPLAY ' '
           DISPLAY 'CONTAS DO CLIENTE (PAPEL / SITUACAO):'
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              DISPLAY '   ' WS-CTA-CHAVE(WS-IDX-CTA) '  '
                      WS-CTA-PAPEL(WS-IDX-CTA) '  '
                      WS-CTA-STATUS(WS-IDX-CTA)
           END-PERFORM
           DISPLAY 'AS CONTAS ATIVAS EM QUE O CLIENTE E TITULAR SERAO '
                   'CONGELADAS.'

           DISPLAY 'CONFIRMA O CASO (S/N)? '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'CONFIRMACAO CANCELADA - NADA FOI ALTERADO.'
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-QTD-CONGELADAS
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              IF (WS-CTA-PAPEL(WS-IDX-CTA) EQUAL 'P' OR 'C') AND
                 WS-CTA-STATUS(WS-IDX-CTA) EQUAL 'A'
                 PERFORM P3100-CONGELA-CONTA
              END-IF
           END-PERFORM

           MOVE WS-TRG-CLIENTE    TO FINTRIAG-CLIENTE
           MOVE WS-TRG-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           READ FINTRIAG
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE 'C'               TO FINTRIAG-SITUACAO
           MOVE WS-DATA-HOJE      TO FINTRIAG-DT-DECISAO
           MOVE WS-SGN-COD-OPER   TO FINTRIAG-SUPERV
           MOVE WS-QTD-CONGELADAS TO FINTRIAG-QTD-CONTAS
           PERFORM P5500-REGRAVA-CASO

           DISPLAY 'CASO CONFIRMADO - CONTAS CONGELADAS: '
                   WS-QTD-CONGELADAS

           .

      *-----------------------------------------------------------------
       P3100-CONGELA-CONTA SECTION.
      * Conta WS-IDX-CTA: congela ('F'), marca o vinculo 'R' e registra
      * no FINSMLOG.
      *-----------------------------------------------------------------

           MOVE 'P3100-CONGELA-CONTA' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO WS-LOG-CHAVE
           MOVE WS-LOG-CHAVE             TO FINSLD-CHAVE
           READ FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD ' WS-LOG-CHAVE
                     ' - FILE STATUS = ' WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF NOT FINSLD-CONTA-ATIVA
              EXIT SECTION
           END-IF
           MOVE 'F' TO FINSLD-STATUS
           REWRITE REG-FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINSLD - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE WS-LOG-CHAVE   TO FINTITL-CONTA
           MOVE WS-TRG-CLIENTE TO FINTITL-CLIENTE
           PERFORM P6500-LE-VINCULO
           MOVE 'R' TO FINTITL-IND-RESTRICAO
           PERFORM P6600-REGRAVA-VINCULO

           MOVE 'R' TO WS-LOG-ACAO
           PERFORM P7500-GRAVA-FINSMLOG
           ADD 1 TO WS-QTD-CONGELADAS

           .

      *-----------------------------------------------------------------
       P3500-DESCARTA-CASO SECTION.
      * Caso pendente descartado (homonimo ou falso positivo).
      *-----------------------------------------------------------------

           MOVE 'P3500-DESCARTA-CASO' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'DESCARTE RESTRITO A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P5000-LE-CASO
           IF NOT CASO-ACHADO
              EXIT SECTION
           END-IF
           IF NOT FINTRIAG-PENDENTE
              DISPLAY 'SO CASO PENDENTE PODE SER DESCARTADO.'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA O DESCARTE (HOMONIMO/FALSO POSITIVO) '
                   '(S/N)? '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'DESCARTE CANCELADO - NADA FOI ALTERADO.'
              EXIT SECTION
           END-IF

           MOVE 'D'             TO FINTRIAG-SITUACAO
           MOVE WS-DATA-HOJE    TO FINTRIAG-DT-DECISAO
           MOVE WS-SGN-COD-OPER TO FINTRIAG-SUPERV
           MOVE ZEROS           TO FINTRIAG-QTD-CONTAS
           PERFORM P5500-REGRAVA-CASO

           DISPLAY 'CASO DESCARTADO.'

           .

      *-----------------------------------------------------------------
       P4000-BAIXA-CASO SECTION.
      * Caso confirmado baixado por supervisor diferente do que
      * confirmou: retira as marcas 'R' do cliente e libera as contas
      * que nenhum outro vinculo mantem congeladas.
      *-----------------------------------------------------------------

           MOVE 'P4000-BAIXA-CASO' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'BAIXA RESTRITA A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P5000-LE-CASO
           IF NOT CASO-ACHADO
              EXIT SECTION
           END-IF
           IF NOT FINTRIAG-CONFIRMADA
              DISPLAY 'SO CASO CONFIRMADO PODE SER BAIXADO.'
              EXIT SECTION
           END-IF
           IF FINTRIAG-SUPERV EQUAL WS-SGN-COD-OPER
              DISPLAY 'A BAIXA EXIGE SUPERVISOR DIFERENTE DO QUE '
                      'CONFIRMOU O CASO (' FINTRIAG-SUPERV ').'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA A BAIXA DA RESTRICAO (S/N)? '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'BAIXA CANCELADA - NADA FOI ALTERADO.'
              EXIT SECTION
           END-IF

           PERFORM P6000-CARREGA-CONTAS

           MOVE ZEROS TO WS-QTD-LIBERADAS
                         WS-QTD-MANTIDAS
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              IF WS-CTA-IND-RESTR(WS-IDX-CTA) EQUAL 'R'
                 PERFORM P4100-LIBERA-CONTA
              END-IF
           END-PERFORM

           MOVE WS-TRG-CLIENTE    TO FINTRIAG-CLIENTE
           MOVE WS-TRG-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           READ FINTRIAG
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE 'B'             TO FINTRIAG-SITUACAO
           MOVE WS-DATA-HOJE    TO FINTRIAG-DT-DECISAO
           MOVE WS-SGN-COD-OPER TO FINTRIAG-SUPERV
           PERFORM P5500-REGRAVA-CASO

           DISPLAY 'CASO BAIXADO - CONTAS LIBERADAS: ' WS-QTD-LIBERADAS
                   '  MANTIDAS CONGELADAS POR OUTRO MOTIVO: '
                   WS-QTD-MANTIDAS

           .

      *-----------------------------------------------------------------
       P4100-LIBERA-CONTA SECTION.
      * Conta WS-IDX-CTA: retira a marca 'R' do vinculo do cliente e,
      * sem outra trava na conta, volta a conta a 'A'.
      *-----------------------------------------------------------------

           MOVE 'P4100-LIBERA-CONTA' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO WS-LOG-CHAVE
           MOVE WS-LOG-CHAVE             TO FINTITL-CONTA
           MOVE WS-TRG-CLIENTE           TO FINTITL-CLIENTE
           PERFORM P6500-LE-VINCULO
           MOVE SPACE TO FINTITL-IND-RESTRICAO
           PERFORM P6600-REGRAVA-VINCULO

           PERFORM P4200-VERIFICA-OUTRA-TRAVA
           IF OUTRA-TRAVA
              ADD 1 TO WS-QTD-MANTIDAS
              DISPLAY 'CONTA ' WS-LOG-CHAVE ' SEGUE CONGELADA (OUTRA '
                      'RESTRICAO OU ESPOLIO).'
              EXIT SECTION
           END-IF

           MOVE WS-LOG-CHAVE TO FINSLD-CHAVE
           READ FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD ' WS-LOG-CHAVE
                     ' - FILE STATUS = ' WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF FINSLD-CONTA-CONGELADA
              MOVE 'A' TO FINSLD-STATUS
              REWRITE REG-FINSLD
              IF WS-FS-FINSLD NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINSLD - FILE STATUS = '
                        WS-FS-FINSLD
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              MOVE 'U' TO WS-LOG-ACAO
              PERFORM P7500-GRAVA-FINSMLOG
              ADD 1 TO WS-QTD-LIBERADAS
           END-IF

           .

      *-----------------------------------------------------------------
       P4200-VERIFICA-OUTRA-TRAVA SECTION.
      * Outro vinculo da conta WS-LOG-CHAVE ainda marcado 'R' (outro
      * titular com restricao) ou 'C' (espolio) mantem a conta
      * congelada.
      *-----------------------------------------------------------------

           MOVE 'N'          TO WS-OUTRA-TRAVA-SW
                                WS-FIM-FINTITL-SW
           MOVE WS-LOG-CHAVE TO FINTITL-CONTA
           MOVE ZEROS        TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL OR OUTRA-TRAVA
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL WS-LOG-CHAVE
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-CONGELADA-RESTRICAO OR
                          FINTITL-CONGELADA-ESPOLIO
                          MOVE 'S' TO WS-OUTRA-TRAVA-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5000-LE-CASO SECTION.
      * Pede cliente e lista e le o caso de FINTRIAG.
      *-----------------------------------------------------------------

           MOVE 'P5000-LE-CASO' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-CASO-ACHADO-SW

           DISPLAY ' '
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-TRG-CLIENTE
           DISPLAY 'LISTA (S=SANCOES P=PEP): '
           ACCEPT WS-TRG-TIPO-LISTA
           IF WS-TRG-TIPO-LISTA EQUAL 's'
              MOVE 'S' TO WS-TRG-TIPO-LISTA
           END-IF
           IF WS-TRG-TIPO-LISTA EQUAL 'p'
              MOVE 'P' TO WS-TRG-TIPO-LISTA
           END-IF
           IF WS-TRG-TIPO-LISTA NOT EQUAL 'S' AND 'P'
              DISPLAY 'LISTA INVALIDA.'
              EXIT SECTION
           END-IF

           MOVE WS-TRG-CLIENTE    TO FINTRIAG-CLIENTE
           MOVE WS-TRG-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           READ FINTRIAG
              INVALID KEY
                 DISPLAY 'CASO NAO ENCONTRADO.'
              NOT INVALID KEY
                 MOVE 'S' TO WS-CASO-ACHADO-SW
           END-READ
           IF WS-FS-FINTRIAG NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF CASO-ACHADO
              PERFORM P5100-EXIBE-CLIENTE
              PERFORM P2100-EXIBE-CASO
           END-IF

           .

      *-----------------------------------------------------------------
       P5100-EXIBE-CLIENTE SECTION.
      *-----------------------------------------------------------------

           MOVE WS-TRG-CLIENTE TO FINCUST-ID
           READ FINCUST
              INVALID KEY
                 DISPLAY 'CLIENTE ' WS-TRG-CLIENTE
                         ' NAO CONSTA DO CADASTRO.'
              NOT INVALID KEY
                 DISPLAY 'CLIENTE ' FINCUST-ID ' ' FINCUST-NOME
                         '  DOCUMENTO ' FINCUST-NR-DOC
           END-READ

           .

      *-----------------------------------------------------------------
       P5500-REGRAVA-CASO SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-FINTRIAG
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6000-CARREGA-CONTAS SECTION.
      * Carrega na tabela as contas do cliente (chave alternativa de
      * FINTITL), com o papel, a marca de restricao e a situacao.
      *-----------------------------------------------------------------

           MOVE 'P6000-CARREGA-CONTAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-CONTAS
           MOVE 'N'   TO WS-FIM-FINTITL-SW

           IF NOT FINTITL-EXISTE
              EXIT SECTION
           END-IF

           MOVE WS-TRG-CLIENTE TO FINTITL-CLIENTE
           START FINTITL KEY EQUAL FINTITL-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CLIENTE NOT EQUAL WS-TRG-CLIENTE
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF WS-QTD-CONTAS NOT LESS 100
                          MOVE SPACES TO WS-MSG
                          STRING 'ERRO - CLIENTE COM MAIS DE 100 '
                                 'CONTAS VINCULADAS'
                                 DELIMITED BY SIZE  INTO WS-MSG
                          END-STRING
                          PERFORM P8000-ERRO
                       END-IF
                       ADD 1 TO WS-QTD-CONTAS
                       SET WS-IDX-CTA TO WS-QTD-CONTAS
                       MOVE FINTITL-CONTA
                         TO WS-CTA-CHAVE(WS-IDX-CTA)
                       MOVE FINTITL-PAPEL
                         TO WS-CTA-PAPEL(WS-IDX-CTA)
                       MOVE FINTITL-IND-RESTRICAO
                         TO WS-CTA-IND-RESTR(WS-IDX-CTA)
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO FINSLD-CHAVE
              READ FINSLD
                 INVALID KEY
                    MOVE SPACE TO WS-CTA-STATUS(WS-IDX-CTA)
                 NOT INVALID KEY
                    MOVE FINSLD-STATUS TO WS-CTA-STATUS(WS-IDX-CTA)
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6500-LE-VINCULO SECTION.
      * Le o vinculo FINTITL-CONTA + FINTITL-CLIENTE (ja movidos).
      *-----------------------------------------------------------------

           READ FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTITL ' FINTITL-CONTA
                     ' - FILE STATUS = ' WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6600-REGRAVA-VINCULO SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7500-GRAVA-FINSMLOG SECTION.
      * Grava uma linha do FINSMLOG com a acao WS-LOG-ACAO sobre a
      * conta WS-LOG-CHAVE (situacao, limite, tipo, moeda e saldo
      * lidos de FINSLD), com data/hora da maquina e o supervisor.
      *-----------------------------------------------------------------

           MOVE 'P7500-GRAVA-FINSMLOG' TO WS-NOM-PARAGRAFO

           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE SPACES TO REG-FINSMLOG
           MOVE WS-LOG-CHAVE TO FINSLD-CHAVE
           READ FINSLD
              INVALID KEY
                 MOVE ZEROS TO FINSMLOG-VL-LIMITE
                               FINSMLOG-VL-SLD
              NOT INVALID KEY
                 MOVE FINSLD-STATUS      TO FINSMLOG-STATUS
                 MOVE FINSLD-IND-LIMITE  TO FINSMLOG-IND-LIMITE
                 MOVE FINSLD-VL-LIMITE   TO FINSMLOG-VL-LIMITE
                 MOVE FINSLD-TIPO-CONTA  TO FINSMLOG-TIPO-CONTA
                 MOVE FINSLD-COD-MOEDA   TO FINSMLOG-COD-MOEDA
                 MOVE FINSLD-VL-SLD      TO FINSMLOG-VL-SLD
           END-READ

           MOVE WS-DATA-HOJE            TO FINSMLOG-DATA
           MOVE WS-HORA-AGORA(1:6)      TO FINSMLOG-HORA
           MOVE WS-SGN-COD-OPER         TO FINSMLOG-OPERADOR
           MOVE WS-LOG-ACAO             TO FINSMLOG-ACAO
           MOVE WS-LOG-CHAVE            TO FINSMLOG-CHAVE

           WRITE REG-FINSMLOG    END-WRITE
           IF WS-FS-FINSMLOG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINSMLOG - FILE STATUS = '
                     WS-FS-FINSMLOG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINTRMNT - TERMINO COM ERRO'
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

           CLOSE FINTRIAG
                 FINCUST
                 FINSLD
                 FINSMLOG
           IF FINTITL-EXISTE
              CLOSE FINTITL
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINTRMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
