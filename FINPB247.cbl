      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : EXTRATO NOTURNO DE AVISOS AO CLIENTE PARA O
      *              GATEWAY DE SMS/E-MAIL: UM REGISTRO POR EVENTO, POR
      *              TITULAR QUE ADERIU AO TIPO DO EVENTO E POR CANAL.
      *              ARQUIVOS DE ENTRADA: FINNTEV - EVENTOS DO CICLO
      *                                             (GRAVADOS PELOS
      *                                             FINPB155/170/175/
      *                                             196)
      *                                   FINSLDA - TRILHA DE AUDITORIA
      *                                             DO CICLO (DEBITOS E
      *                                             SALDOS DO DIA)
      *                                   FINTITL - TITULARES DA CONTA
      *                                   FINCUST - NOME / ESPOLIO
      *                                   FINNTPF - PREFERENCIAS DE
      *                                             AVISO (FINNTMNT)
      *              ARQUIVOS DE SAIDA  : FINNTFX - AVISOS PARA O
      *                                             GATEWAY
      *
      * ESPECIFICAÇÃO
      * EXECUTAR SOMENTE ATRAVES DO FINPB101 (P3750), DEPOIS DO
      * FECHAMENTO MENSAL E ANTES DA ROTACAO DE GERACOES (QUE DESCARTA
      * FINSLDA.dat). Os eventos candidatos sao:
      * - os gravados no ciclo em FINNTEV.dat pelos jobs que os
      *   detectam: 'NEG' conta ficou negativa (FINPB170), 'BLQ'/'LIB'
      *   bloqueio judicial efetivado/liberado (FINPB155), 'PQU'/'ATR'
      *   parcela quicada/contrato em atraso (FINPB196, no fechamento
      *   mensal) e 'INA' conta congelada por inatividade (FINPB175);
      * - 'DEB': cada debito do dia em FINSLDA ('D' ou tarifa 'F'),
      *   fora as pernas do bloqueio judicial (faixa 9.500.000.000,
      *   que ja tem o evento 'BLQ'/'LIB');
      * - 'SMN': conta cujo saldo caiu no dia (saldo final da trilha
      *   menor que o inicial).
      * A subconta '01' (valor bloqueado) nao gera 'DEB' nem 'SMN'.
      * Os candidatos sao classificados por conta + evento; repetidos
      * (reexecucao de um passo produtor) saem uma vez so. Para cada
      * conta, todos os vinculos de FINTITL cujo cliente esta vivo
      * (FINCUST sem espolio) e tem preferencias em FINNTPF.dat sao
      * destinatarios. O aviso sai se o cliente aderiu ao tipo do
      * evento ('BLQ'/'LIB' pela adesao BLQ, 'PQU'/'ATR' pela adesao
      * EMP) e, para 'DEB', se o debito passa do LIMITE DE DEBITO do
      * cliente; para 'SMN', se o saldo final ficou abaixo do SALDO
      * MINIMO do cliente e o inicial nao estava - o aviso sai no dia
      * em que o saldo cruza o minimo, nao todo dia. Canal 'A' gera
      * dois registros (SMS e e-mail).
      * Concluido o extrato, FINNTEV.dat e esvaziado: os eventos ja
      * foram entregues ao gateway.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB247.
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
      *    EVENTOS PARA AVISO AO CLIENTE - ENTRADA (READ); ESVAZIADO
      *    NO FIM (OPEN OUTPUT)
           SELECT FINNTEV  ASSIGN TO 'FINNTEV.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINNTEV.
      *    TRILHA DE AUDITORIA DO CICLO - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDA, LA).
           SELECT FINSLDA  ASSIGN TO 'FINSLDA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDA.
      *    ARQUIVO DE TRABALHO DO SORT - CONTA + EVENTO
           SELECT SD-AVISO ASSIGN TO 'FINNTAV.wrk'.
      *    EVENTOS CANDIDATOS JA CLASSIFICADOS
           SELECT FINNTAV-ORD ASSIGN TO 'FINNTAV.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINNTAV-ORD.
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
      *    CADASTRO DE CLIENTES - NOME E ESPOLIO (READ)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA).
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    PREFERENCIAS DE AVISO (READ)
      *    MESMA DEFINICAO USADA PELO FINNTMNT (VER FD FINNTPF, LA).
           SELECT FINNTPF  ASSIGN TO 'FINNTPF.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINNTPF-CLIENTE
                  FILE STATUS IS WS-FS-FINNTPF.
      *    AVISOS PARA O GATEWAY DE SMS/E-MAIL - SAIDA (WRITE)
           SELECT FINNTFX  ASSIGN TO 'FINNTFX.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINNTFX.

      *    LOG PERSISTENTE DE EXECUCAO - SAIDA (WRITE, EXTEND)
      *    MESMO LAYOUT GRAVADO PELO FINPB100/FINPB101 E LIDO PELO
      *    FINJBCON.
           SELECT FINJBLOG ASSIGN TO 'FINJBLOG.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINJBLOG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    EVENTO DE AVISO AO CLIENTE: GRAVADO (EXTEND) PELO JOB QUE O
      *    DETECTA; VL-EVENTO / VL-COMPL POR EVENTO:
      *    NEG - SALDO / LIMITE DO CHEQUE ESPECIAL
      *    BLQ, LIB - VALOR DO BLOQUEIO / ZEROS (REF. = PROCESSO)
      *    PQU - VALOR DA PARCELA / MULTA (REF. = CONTRATO/PARCELA)
      *    ATR - VALOR DA PARCELA / ZEROS (REF. = CONTRATO)
      *    INA - SALDO / DIAS SEM MOVIMENTO
       FD  FINNTEV
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINNTEV.
           03  FINNTEV-DATA           PIC  9(008).
           03  FINNTEV-EVENTO         PIC  X(003).
           03  FINNTEV-CONTA          PIC  X(017).
           03  FINNTEV-VL-EVENTO      PIC  S9(009)V99.
           03  FINNTEV-VL-COMPL       PIC  S9(009)V99.
           03  FINNTEV-REFERENCIA     PIC  X(020).
           03  FINNTEV-PROGRAMA       PIC  X(008).
           03  FILLER                 PIC  X(002).
      *
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDA, LA)
       FD  FINSLDA
           RECORDING MODE IS F
           RECORD CONTAINS 071 CHARACTERS.

       01  REG-FINSLDA.
           03  FINSLDA-CHAVE             PIC  X(017).
           03  FINSLDA-VL-SLD-ANTES      PIC  S9(009)V99.
           03  FINSLDA-VL-TRAN           PIC  9(009)V99.
           03  FINSLDA-IND-TRAN          PIC  X(001).
           03  FINSLDA-VL-SLD-DEPOIS     PIC  S9(009)V99.
           03  FINSLDA-ID-TRAN           PIC  9(010).
           03  FINSLDA-COD-ORIGEM        PIC  X(002).
           03  FINSLDA-COD-OPER          PIC  X(008).
      *
      *    CANDIDATO A AVISO (MESMOS CAMPOS DO FINNTEV, CONTA PRIMEIRO)
       SD  SD-AVISO
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-SD-AVISO.
           03  SD-AVI-CONTA           PIC  X(017).
           03  SD-AVI-EVENTO          PIC  X(003).
           03  SD-AVI-REFERENCIA      PIC  X(020).
           03  SD-AVI-VL-EVENTO       PIC  S9(009)V99.
           03  SD-AVI-VL-COMPL        PIC  S9(009)V99.
           03  SD-AVI-DATA            PIC  9(008).
           03  SD-AVI-PROGRAMA        PIC  X(008).
           03  FILLER                 PIC  X(002).
      *
       FD  FINNTAV-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINNTAV-ORD.
      *    IDENTIFICACAO DO EVENTO (CANDIDATOS IGUAIS SAO REPETICAO)
           03  ORD-IDENT-EVENTO.
               05  ORD-CONTA          PIC  X(017).
               05  ORD-EVENTO         PIC  X(003).
               05  ORD-REFERENCIA     PIC  X(020).
               05  ORD-VL-EVENTO      PIC  S9(009)V99.
               05  ORD-VL-COMPL       PIC  S9(009)V99.
           03  ORD-DATA               PIC  9(008).
           03  ORD-PROGRAMA           PIC  X(008).
           03  FILLER                 PIC  X(002).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA)
       FD  FINTITL
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL.
           03 FINTITL-CHAVE.
              05  FINTITL-CONTA       PIC  X(017).
              05  FINTITL-CLIENTE     PIC  9(006).
           03  FINTITL-PAPEL          PIC  X(001).
           03  FINTITL-DT-VINCULO     PIC  9(008).
           03  FINTITL-IND-OBITO      PIC  X(001).
              88  FINTITL-TITULAR-FALECIDO   VALUE 'C' 'F'.
           03  FINTITL-IND-RESTRICAO  PIC  X(001).
           03  FILLER                 PIC  X(006).
      *
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINCUST, LA)
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FINCUST-DT-OBITO       PIC  9(008).
           03  FINCUST-DOC-OBITO      PIC  X(020).
           03  FINCUST-SIT-ESPOLIO    PIC  X(001).
              88  FINCUST-FALECIDO           VALUE 'O' 'H'.
           03  FILLER                 PIC  X(143).
      *
      *    MESMA DEFINICAO USADA PELO FINNTMNT (VER FD FINNTPF, LA)
       FD  FINNTPF
           RECORD CONTAINS 150 CHARACTERS.

       01  REG-FINNTPF.
           03  FINNTPF-CLIENTE        PIC  9(006).
           03  FINNTPF-CANAL          PIC  X(001).
           03  FINNTPF-CELULAR        PIC  X(015).
           03  FINNTPF-EMAIL          PIC  X(060).
           03  FINNTPF-IND-NEG        PIC  X(001).
           03  FINNTPF-IND-BLQ        PIC  X(001).
           03  FINNTPF-IND-EMP        PIC  X(001).
           03  FINNTPF-IND-INA        PIC  X(001).
           03  FINNTPF-IND-DEB        PIC  X(001).
           03  FINNTPF-IND-SMN        PIC  X(001).
           03  FINNTPF-VL-LIMITE-DEB  PIC  9(009)V99.
           03  FINNTPF-VL-SALDO-MIN   PIC  9(009)V99.
           03  FINNTPF-DT-ALTERACAO   PIC  9(008).
           03  FINNTPF-OPER-ALTERACAO PIC  X(008).
           03  FILLER                 PIC  X(024).
      *
      *    AVISO PARA O GATEWAY: UM REGISTRO POR EVENTO, DESTINATARIO
      *    E CANAL ('S' SMS - CONTATO = CELULAR; 'E' E-MAIL - CONTATO
      *    = ENDERECO); VALORES EDITADOS COM SINAL E VIRGULA
       FD  FINNTFX
           RECORD CONTAINS 220 CHARACTERS.

       01  REG-FINNTFX.
           03  FINNTFX-DATA           PIC  9(008).
           03  FINNTFX-CLIENTE        PIC  9(006).
           03  FINNTFX-NOME           PIC  X(030).
           03  FINNTFX-CANAL          PIC  X(001).
           03  FINNTFX-CONTATO        PIC  X(060).
           03  FINNTFX-EVENTO         PIC  X(003).
           03  FINNTFX-CONTA          PIC  X(017).
           03  FINNTFX-VL-EVENTO      PIC  -9(009),99.
           03  FINNTFX-VL-COMPL       PIC  -9(009),99.
           03  FINNTFX-REFERENCIA     PIC  X(020).
           03  FINNTFX-DESCRICAO      PIC  X(040).
           03  FILLER                 PIC  X(009).
      *
      *    LOG PERSISTENTE DE EXECUCAO (VER FINPB101/FINJBCON)
       FD  FINJBLOG
           RECORDING MODE IS F
           RECORD CONTAINS 089 CHARACTERS.

       01  REG-FINJBLOG.
           03  FINJBLOG-DATA          PIC  9(008).
           03  FINJBLOG-HORA          PIC  9(006).
           03  FINJBLOG-PASSO         PIC  X(030).
           03  FINJBLOG-RETCODE       PIC  9(005).
           03  FINJBLOG-QTD-LIDOS     PIC  9(010).
           03  FINJBLOG-QTD-GRAVADOS  PIC  9(010).
           03  FINJBLOG-INFO          PIC  X(020).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB247'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINNTEV          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDA          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTAV-ORD      PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTPF          PIC X(002)  VALUE '00'.
           05  WS-FS-FINNTFX          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-FINNTEV   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINSLDA   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CANDIDATOS      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-REPETIDOS       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-SEM-DESTINO     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-AVISOS          PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-AVISOS-SMS      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-AVISOS-EMAIL    PIC 9(010)  VALUE ZEROS.
      *
           05  WS-FIM-FINNTEV-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINNTEV                VALUE 'S'.
           05  WS-FIM-FINSLDA-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDA                VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
      *    SEM CADASTRO DE CLIENTES, VINCULOS OU PREFERENCIAS NAO HA A
      *    QUEM AVISAR (OS EVENTOS SAO CONSUMIDOS DO MESMO JEITO)
           05  WS-DESTINOS-DISPONIVEIS-SW PIC X(001) VALUE 'S'.
              88  DESTINOS-DISPONIVEIS       VALUE 'S'.
           05  WS-AVISAR-SW           PIC X(001)  VALUE 'N'.
              88  AVISAR                     VALUE 'S'.
      *
      *    CONTA CORRENTE DA TRILHA (EVENTOS 'SMN')
           05  WS-SLDA-CHAVE          PIC X(017)  VALUE SPACES.
           05  WS-SLDA-VL-INICIAL     PIC S9(009)V99 VALUE ZEROS.
           05  WS-SLDA-VL-FINAL       PIC S9(009)V99 VALUE ZEROS.
      *
      *    ULTIMO CANDIDATO TRATADO (REPETICOES) E CONTA CUJOS
      *    DESTINATARIOS ESTAO CARREGADOS
           05  WS-IDENT-ANTERIOR      PIC X(062)  VALUE LOW-VALUES.
           05  WS-CONTA-CARREGADA     PIC X(017)  VALUE LOW-VALUES.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-CANAL-AVISO         PIC X(001)  VALUE SPACES.
           05  WS-DESC-EVENTO         PIC X(040)  VALUE SPACES.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    NOME DE ARQUIVO USADO NA CHAMADA A ROTINA DE SISTEMA
      *    CBL_DELETE_FILE (DESCARTE DO TRABALHO CLASSIFICADO)
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * DESTINATARIOS DA CONTA CORRENTE (TITULARES VIVOS COM
      * PREFERENCIAS); ALEM DO LIMITE DA TABELA O VINCULO E IGNORADO
      * COM AVISO NO CONSOLE
      *-----------------------------------------------------------------
       01  WS-TAB-DESTINOS.
           05  WS-QTD-DESTINOS        PIC 9(003)  VALUE ZEROS.
           05  WS-TAB-DST OCCURS 20 TIMES
                           INDEXED BY WS-IDX-DST.
               10  WS-DST-CLIENTE     PIC 9(006).
               10  WS-DST-NOME        PIC X(030).
               10  WS-DST-CANAL       PIC X(001).
                   88  WS-DST-CANAL-SMS       VALUE 'S' 'A'.
                   88  WS-DST-CANAL-EMAIL     VALUE 'E' 'A'.
               10  WS-DST-CELULAR     PIC X(015).
               10  WS-DST-EMAIL       PIC X(060).
               10  WS-DST-IND-NEG     PIC X(001).
               10  WS-DST-IND-BLQ     PIC X(001).
               10  WS-DST-IND-EMP     PIC X(001).
               10  WS-DST-IND-INA     PIC X(001).
               10  WS-DST-IND-DEB     PIC X(001).
               10  WS-DST-IND-SMN     PIC X(001).
               10  WS-DST-VL-LIMITE-DEB PIC 9(009)V99.
               10  WS-DST-VL-SALDO-MIN  PIC 9(009)V99.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    CAMPOS DO REGISTRO DE LOG EM PREPARACAO (P9700-GRAVA-JBLOG)
       01  WS-AREA-JBLOG.
           05  WS-FS-FINJBLOG         PIC X(002)  VALUE '00'.
           05  WS-LOG-PASSO           PIC X(030)  VALUE SPACES.
           05  WS-LOG-QTD-LIDOS       PIC 9(010)  VALUE ZEROS.
           05  WS-LOG-QTD-GRAVADOS    PIC 9(010)  VALUE ZEROS.
           05  WS-LOG-INFO            PIC X(020)  VALUE SPACES.
           05  WS-LOG-DATA            PIC 9(008)  VALUE ZEROS.
           05  WS-LOG-HORA            PIC 9(008)  VALUE ZEROS.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-EVENTOS
           PERFORM P5000-GERA-AVISOS
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINTITL
           EVALUATE WS-FS-FINTITL
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-DESTINOS-DISPONIVEIS-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINTITL - FILE STATUS = '
                           WS-FS-FINTITL
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINCUST
           EVALUATE WS-FS-FINCUST
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-DESTINOS-DISPONIVEIS-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCUST - FILE STATUS = '
                           WS-FS-FINCUST
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINNTPF
           EVALUATE WS-FS-FINNTPF
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-DESTINOS-DISPONIVEIS-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINNTPF - FILE STATUS = '
                           WS-FS-FINNTPF
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINNTFX
           IF WS-FS-FINNTFX NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINNTFX - FILE STATUS = '
                     WS-FS-FINNTFX
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-EVENTOS SECTION.
      * Classifica por CONTA + EVENTO os candidatos a aviso, montados
      * pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-EVENTOS' TO WS-NOM-PARAGRAFO

           SORT SD-AVISO
                ON ASCENDING KEY SD-AVI-CONTA
                                 SD-AVI-EVENTO
                                 SD-AVI-REFERENCIA
                                 SD-AVI-VL-EVENTO
                                 SD-AVI-VL-COMPL
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING FINNTAV-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DOS EVENTOS - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      * Libera para o SORT os eventos do ciclo (FINNTEV) e os debitos
      * e quedas de saldo do dia (FINSLDA). Arquivo ausente = nenhum
      * candidato daquela origem.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           PERFORM P1600-LIBERA-EVENTOS
           PERFORM P1700-LIBERA-MOVIMENTOS

           .

      *-----------------------------------------------------------------
       P1600-LIBERA-EVENTOS SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1600-LIBERA-EVENTOS' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINNTEV
           EVALUATE WS-FS-FINNTEV
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINNTEV - FILE STATUS = '
                           WS-FS-FINNTEV
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINNTEV
              READ FINNTEV
                 AT END
                    MOVE 'S' TO WS-FIM-FINNTEV-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS-FINNTEV
                    MOVE FINNTEV-CONTA      TO SD-AVI-CONTA
                    MOVE FINNTEV-EVENTO     TO SD-AVI-EVENTO
                    MOVE FINNTEV-REFERENCIA TO SD-AVI-REFERENCIA
                    MOVE FINNTEV-VL-EVENTO  TO SD-AVI-VL-EVENTO
                    MOVE FINNTEV-VL-COMPL   TO SD-AVI-VL-COMPL
                    MOVE FINNTEV-DATA       TO SD-AVI-DATA
                    MOVE FINNTEV-PROGRAMA   TO SD-AVI-PROGRAMA
                    PERFORM P1900-LIBERA-CANDIDATO
              END-READ
           END-PERFORM

           CLOSE FINNTEV

           .

      *-----------------------------------------------------------------
       P1700-LIBERA-MOVIMENTOS SECTION.
      * Varre a trilha do ciclo (em ordem de conta): cada debito vira
      * um candidato 'DEB'; na quebra de conta, saldo final menor que
      * o inicial vira um candidato 'SMN'.
      *-----------------------------------------------------------------

           MOVE 'P1700-LIBERA-MOVIMENTOS' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLDA
           EVALUATE WS-FS-FINSLDA
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDA - FILE STATUS = '
                           WS-FS-FINSLDA
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE SPACES TO WS-SLDA-CHAVE

           PERFORM UNTIL FIM-FINSLDA
              READ FINSLDA
                 AT END
                    MOVE 'S' TO WS-FIM-FINSLDA-SW
                 NOT AT END
                    IF WS-FS-FINSLDA NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINSLDA - FILE STATUS = '
                              WS-FS-FINSLDA
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-FINSLDA
                    IF FINSLDA-CHAVE(16:2) NOT EQUAL '01'
                       PERFORM P1750-TRATA-MOVIMENTO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SLDA-CHAVE NOT EQUAL SPACES
              PERFORM P1800-FECHA-CONTA
           END-IF

           CLOSE FINSLDA

           .

      *-----------------------------------------------------------------
       P1750-TRATA-MOVIMENTO SECTION.
      *-----------------------------------------------------------------

           IF FINSLDA-CHAVE NOT EQUAL WS-SLDA-CHAVE
              IF WS-SLDA-CHAVE NOT EQUAL SPACES
                 PERFORM P1800-FECHA-CONTA
              END-IF
              MOVE FINSLDA-CHAVE        TO WS-SLDA-CHAVE
              MOVE FINSLDA-VL-SLD-ANTES TO WS-SLDA-VL-INICIAL
           END-IF
           MOVE FINSLDA-VL-SLD-DEPOIS TO WS-SLDA-VL-FINAL

      *    Debito do dia, fora as pernas do bloqueio judicial.
           IF (FINSLDA-IND-TRAN EQUAL 'D' OR 'F')
              AND NOT (FINSLDA-ID-TRAN NOT LESS 9500000000
                       AND FINSLDA-ID-TRAN NOT GREATER 9599999999)
              MOVE FINSLDA-CHAVE         TO SD-AVI-CONTA
              MOVE 'DEB'                 TO SD-AVI-EVENTO
              MOVE FINSLDA-ID-TRAN       TO SD-AVI-REFERENCIA
              MOVE FINSLDA-VL-TRAN       TO SD-AVI-VL-EVENTO
              MOVE FINSLDA-VL-SLD-DEPOIS TO SD-AVI-VL-COMPL
              MOVE WS-DATA-EXECUCAO      TO SD-AVI-DATA
              MOVE WS-NOM-PROGRAMA       TO SD-AVI-PROGRAMA
              PERFORM P1900-LIBERA-CANDIDATO
           END-IF

           .

      *-----------------------------------------------------------------
       P1800-FECHA-CONTA SECTION.
      * Saldo da conta caiu no dia: candidato 'SMN' com o saldo final
      * e o inicial (o minimo de cada cliente e aplicado no P6500).
      *-----------------------------------------------------------------

           IF WS-SLDA-VL-FINAL < WS-SLDA-VL-INICIAL
              MOVE WS-SLDA-CHAVE      TO SD-AVI-CONTA
              MOVE 'SMN'              TO SD-AVI-EVENTO
              MOVE SPACES             TO SD-AVI-REFERENCIA
              MOVE WS-SLDA-VL-FINAL   TO SD-AVI-VL-EVENTO
              MOVE WS-SLDA-VL-INICIAL TO SD-AVI-VL-COMPL
              MOVE WS-DATA-EXECUCAO   TO SD-AVI-DATA
              MOVE WS-NOM-PROGRAMA    TO SD-AVI-PROGRAMA
              PERFORM P1900-LIBERA-CANDIDATO
           END-IF

           .

      *-----------------------------------------------------------------
       P1900-LIBERA-CANDIDATO SECTION.
      *-----------------------------------------------------------------

           RELEASE REG-SD-AVISO
           ADD 1 TO WS-QTD-CANDIDATOS

           .

      *-----------------------------------------------------------------
       P5000-GERA-AVISOS SECTION.
      * Le os candidatos classificados; na quebra de conta carrega os
      * destinatarios e, para cada um, decide e grava o aviso.
      *-----------------------------------------------------------------

           MOVE 'P5000-GERA-AVISOS' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINNTAV-ORD
           IF WS-FS-FINNTAV-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINNTAV.ord - FILE STATUS = '
                     WS-FS-FINNTAV-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ FINNTAV-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    PERFORM P5500-TRATA-CANDIDATO
              END-READ
           END-PERFORM

           CLOSE FINNTAV-ORD

           .

      *-----------------------------------------------------------------
       P5500-TRATA-CANDIDATO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P5500-TRATA-CANDIDATO' TO WS-NOM-PARAGRAFO

      *    Candidato igual ao anterior: reexecucao de um produtor.
           IF ORD-IDENT-EVENTO EQUAL WS-IDENT-ANTERIOR
              ADD 1 TO WS-QTD-REPETIDOS
              EXIT SECTION
           END-IF
           MOVE ORD-IDENT-EVENTO TO WS-IDENT-ANTERIOR

           IF ORD-CONTA NOT EQUAL WS-CONTA-CARREGADA
              PERFORM P6000-CARREGA-DESTINOS
              MOVE ORD-CONTA TO WS-CONTA-CARREGADA
           END-IF

           IF WS-QTD-DESTINOS EQUAL ZEROS
              ADD 1 TO WS-QTD-SEM-DESTINO
              EXIT SECTION
           END-IF

           PERFORM P5800-DESCREVE-EVENTO

           PERFORM VARYING WS-IDX-DST FROM 1 BY 1
                   UNTIL WS-IDX-DST > WS-QTD-DESTINOS
              PERFORM P6500-AVALIA-DESTINO
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5800-DESCREVE-EVENTO SECTION.
      *-----------------------------------------------------------------

           EVALUATE ORD-EVENTO
               WHEN 'NEG'
                    MOVE 'SUA CONTA FICOU NEGATIVA' TO WS-DESC-EVENTO
               WHEN 'BLQ'
                    MOVE 'BLOQUEIO JUDICIAL EFETIVADO NA CONTA'
                                                    TO WS-DESC-EVENTO
               WHEN 'LIB'
                    MOVE 'BLOQUEIO JUDICIAL LIBERADO NA CONTA'
                                                    TO WS-DESC-EVENTO
               WHEN 'PQU'
                    MOVE 'PARCELA DE EMPRESTIMO NAO PAGA'
                                                    TO WS-DESC-EVENTO
               WHEN 'ATR'
                    MOVE 'CONTRATO DE EMPRESTIMO EM ATRASO'
                                                    TO WS-DESC-EVENTO
               WHEN 'INA'
                    MOVE 'CONTA CONGELADA POR INATIVIDADE'
                                                    TO WS-DESC-EVENTO
               WHEN 'DEB'
                    MOVE 'DEBITO ACIMA DO LIMITE ESCOLHIDO'
                                                    TO WS-DESC-EVENTO
               WHEN 'SMN'
                    MOVE 'SALDO ABAIXO DO MINIMO ESCOLHIDO'
                                                    TO WS-DESC-EVENTO
               WHEN OTHER
                    MOVE SPACES                     TO WS-DESC-EVENTO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P6000-CARREGA-DESTINOS SECTION.
      * Carrega os vinculos da conta em FINTITL cujo cliente esta vivo
      * e tem preferencias de aviso.
      *-----------------------------------------------------------------

           MOVE 'P6000-CARREGA-DESTINOS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-DESTINOS
           MOVE 'N'   TO WS-FIM-FINTITL-SW

           IF NOT DESTINOS-DISPONIVEIS
              EXIT SECTION
           END-IF

           MOVE ORD-CONTA TO FINTITL-CONTA
           MOVE ZEROS     TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL ORD-CONTA
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF NOT FINTITL-TITULAR-FALECIDO
                          PERFORM P6200-INCLUI-DESTINO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6200-INCLUI-DESTINO SECTION.
      *-----------------------------------------------------------------

           MOVE FINTITL-CLIENTE TO FINCUST-ID
           READ FINCUST
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF FINCUST-FALECIDO
              EXIT SECTION
           END-IF

           MOVE FINTITL-CLIENTE TO FINNTPF-CLIENTE
           READ FINNTPF
              INVALID KEY
                 EXIT SECTION
           END-READ

           IF WS-QTD-DESTINOS NOT LESS 20
              DISPLAY 'AVISO - CONTA ' ORD-CONTA ' COM MAIS DE 20 '
                      'DESTINATARIOS; CLIENTE ' FINTITL-CLIENTE
                      ' IGNORADO.'
              EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-DESTINOS
           SET WS-IDX-DST TO WS-QTD-DESTINOS
           MOVE FINCUST-ID            TO WS-DST-CLIENTE(WS-IDX-DST)
           MOVE FINCUST-NOME          TO WS-DST-NOME(WS-IDX-DST)
           MOVE FINNTPF-CANAL         TO WS-DST-CANAL(WS-IDX-DST)
           MOVE FINNTPF-CELULAR       TO WS-DST-CELULAR(WS-IDX-DST)
           MOVE FINNTPF-EMAIL         TO WS-DST-EMAIL(WS-IDX-DST)
           MOVE FINNTPF-IND-NEG       TO WS-DST-IND-NEG(WS-IDX-DST)
           MOVE FINNTPF-IND-BLQ       TO WS-DST-IND-BLQ(WS-IDX-DST)
           MOVE FINNTPF-IND-EMP       TO WS-DST-IND-EMP(WS-IDX-DST)
           MOVE FINNTPF-IND-INA       TO WS-DST-IND-INA(WS-IDX-DST)
           MOVE FINNTPF-IND-DEB       TO WS-DST-IND-DEB(WS-IDX-DST)
           MOVE FINNTPF-IND-SMN       TO WS-DST-IND-SMN(WS-IDX-DST)
           MOVE FINNTPF-VL-LIMITE-DEB TO
                WS-DST-VL-LIMITE-DEB(WS-IDX-DST)
           MOVE FINNTPF-VL-SALDO-MIN  TO
                WS-DST-VL-SALDO-MIN(WS-IDX-DST)

           .

      *-----------------------------------------------------------------
       P6500-AVALIA-DESTINO SECTION.
      * O destinatario aderiu ao tipo do evento (e o valor passa do
      * limite escolhido, em 'DEB'/'SMN')? Entao grava o aviso em cada
      * canal escolhido.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-AVISAR-SW

           EVALUATE ORD-EVENTO
               WHEN 'NEG'
                    IF WS-DST-IND-NEG(WS-IDX-DST) EQUAL 'S'
                       MOVE 'S' TO WS-AVISAR-SW
                    END-IF
               WHEN 'BLQ'  WHEN 'LIB'
                    IF WS-DST-IND-BLQ(WS-IDX-DST) EQUAL 'S'
                       MOVE 'S' TO WS-AVISAR-SW
                    END-IF
               WHEN 'PQU'  WHEN 'ATR'
                    IF WS-DST-IND-EMP(WS-IDX-DST) EQUAL 'S'
                       MOVE 'S' TO WS-AVISAR-SW
                    END-IF
               WHEN 'INA'
                    IF WS-DST-IND-INA(WS-IDX-DST) EQUAL 'S'
                       MOVE 'S' TO WS-AVISAR-SW
                    END-IF
               WHEN 'DEB'
                    IF WS-DST-IND-DEB(WS-IDX-DST) EQUAL 'S'
                       AND ORD-VL-EVENTO >
                           WS-DST-VL-LIMITE-DEB(WS-IDX-DST)
                       MOVE 'S' TO WS-AVISAR-SW
                    END-IF
               WHEN 'SMN'
                    IF WS-DST-IND-SMN(WS-IDX-DST) EQUAL 'S'
                       AND ORD-VL-EVENTO <
                           WS-DST-VL-SALDO-MIN(WS-IDX-DST)
                       AND ORD-VL-COMPL NOT LESS
                           WS-DST-VL-SALDO-MIN(WS-IDX-DST)
                       MOVE 'S' TO WS-AVISAR-SW
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF NOT AVISAR
              EXIT SECTION
           END-IF

           IF WS-DST-CANAL-SMS(WS-IDX-DST)
              MOVE 'S' TO WS-CANAL-AVISO
              PERFORM P7000-GRAVA-AVISO
           END-IF
           IF WS-DST-CANAL-EMAIL(WS-IDX-DST)
              MOVE 'E' TO WS-CANAL-AVISO
              PERFORM P7000-GRAVA-AVISO
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-AVISO SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                     TO REG-FINNTFX
           MOVE ORD-DATA                   TO FINNTFX-DATA
           MOVE WS-DST-CLIENTE(WS-IDX-DST) TO FINNTFX-CLIENTE
           MOVE WS-DST-NOME(WS-IDX-DST)    TO FINNTFX-NOME
           MOVE WS-CANAL-AVISO             TO FINNTFX-CANAL
           IF WS-CANAL-AVISO EQUAL 'S'
              MOVE WS-DST-CELULAR(WS-IDX-DST) TO FINNTFX-CONTATO
              ADD 1 TO WS-QTD-AVISOS-SMS
           ELSE
              MOVE WS-DST-EMAIL(WS-IDX-DST)   TO FINNTFX-CONTATO
              ADD 1 TO WS-QTD-AVISOS-EMAIL
           END-IF
           MOVE ORD-EVENTO                 TO FINNTFX-EVENTO
           MOVE ORD-CONTA                  TO FINNTFX-CONTA
           MOVE ORD-VL-EVENTO              TO FINNTFX-VL-EVENTO
           MOVE ORD-VL-COMPL               TO FINNTFX-VL-COMPL
           MOVE ORD-REFERENCIA             TO FINNTFX-REFERENCIA
           MOVE WS-DESC-EVENTO             TO FINNTFX-DESCRICAO

           WRITE REG-FINNTFX    END-WRITE

           IF WS-FS-FINNTFX NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINNTFX - FILE STATUS = '
                     WS-FS-FINNTFX
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-AVISOS

           .

      *-----------------------------------------------------------------
       P9700-GRAVA-JBLOG SECTION.
      * Grava o registro deste passo no log persistente de execucao
      * (FINJBLOG), com data e hora correntes e os contadores de
      * lidos/gravados, no mesmo padrao do FINPB100. O arquivo e
      * aberto e fechado a cada registro. Uma falha na gravacao do log
      * NAO derruba o job: o log e instrumentacao, nao passo do
      * processamento.
      *-----------------------------------------------------------------

           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA FROM TIME

           OPEN EXTEND FINJBLOG
           IF WS-FS-FINJBLOG NOT EQUAL '00'
              DISPLAY 'AVISO - FINJBLOG INDISPONIVEL - FILE STATUS = '
                      WS-FS-FINJBLOG
           ELSE
              MOVE WS-LOG-DATA         TO FINJBLOG-DATA
              MOVE WS-LOG-HORA(1:6)    TO FINJBLOG-HORA
              MOVE WS-LOG-PASSO        TO FINJBLOG-PASSO
              MOVE ZEROS               TO FINJBLOG-RETCODE
              MOVE WS-LOG-QTD-LIDOS    TO FINJBLOG-QTD-LIDOS
              MOVE WS-LOG-QTD-GRAVADOS TO FINJBLOG-QTD-GRAVADOS
              MOVE WS-LOG-INFO         TO FINJBLOG-INFO

              WRITE REG-FINJBLOG    END-WRITE
              IF WS-FS-FINJBLOG NOT EQUAL '00'
                 DISPLAY 'AVISO - WRITE FINJBLOG - FILE STATUS = '
                         WS-FS-FINJBLOG
              END-IF
              CLOSE FINJBLOG
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB247 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Fecha o extrato, esvazia FINNTEV.dat (eventos ja entregues) e
      * descarta o trabalho classificado.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           CLOSE FINNTFX
           IF WS-FS-FINTITL EQUAL '00'
              CLOSE FINTITL
           END-IF
           IF WS-FS-FINCUST EQUAL '00'
              CLOSE FINCUST
           END-IF
           IF WS-FS-FINNTPF EQUAL '00'
              CLOSE FINNTPF
           END-IF

           OPEN OUTPUT FINNTEV
           IF WS-FS-FINNTEV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINNTEV - FILE STATUS = '
                     WS-FS-FINNTEV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           CLOSE FINNTEV

           MOVE 'FINNTAV.ord' TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO

      *    Contadores do passo tambem vao para o log persistente de
      *    execucao, para a consulta do FINJBCON.
           MOVE 'FINPB247 NOTIFICACOES' TO WS-LOG-PASSO
           MOVE WS-QTD-CANDIDATOS TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-AVISOS     TO WS-LOG-QTD-GRAVADOS
           PERFORM P9700-GRAVA-JBLOG

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB247 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD LIDOS FINNTEV           - '
                    WS-QTD-LIDOS-FINNTEV
           DISPLAY 'QTD LIDOS FINSLDA           - '
                    WS-QTD-LIDOS-FINSLDA
           DISPLAY 'QTD EVENTOS CANDIDATOS      - ' WS-QTD-CANDIDATOS
           DISPLAY 'QTD REPETIDOS DESCARTADOS   - ' WS-QTD-REPETIDOS
           DISPLAY 'QTD SEM DESTINATARIO        - ' WS-QTD-SEM-DESTINO
           DISPLAY 'QTD AVISOS GRAVADOS         - ' WS-QTD-AVISOS
           DISPLAY 'QTD AVISOS POR SMS          - ' WS-QTD-AVISOS-SMS
           DISPLAY 'QTD AVISOS POR E-MAIL       - '
                    WS-QTD-AVISOS-EMAIL
           DISPLAY '***************************************************'

           .
