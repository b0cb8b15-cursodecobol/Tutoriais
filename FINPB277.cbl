      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : BOLETIM GERENCIAL DIARIO: UMA FOLHA POR AGENCIA E
      *              UMA FOLHA DE RESUMO DO BANCO, COM A MOVIMENTACAO
      *              DO DIA E DO MES E A VARIACAO DA POSICAO SOBRE A
      *              GERACAO ANTERIOR.
      *              ARQUIVOS DE ENTRADA: FINSLD   - SALDOS PROMOVIDOS
      *                                              (FECHAMENTO DO DIA)
      *                                   FINSLD.g1- GERACAO ANTERIOR
      *                                              (ABERTURA DO DIA)
      *                                   FINSMLOG - LOG DE MANUTENCOES
      *                                              DE CONTA
      *                                   FINLOAN  - CONTRATOS DE
      *                                              EMPRESTIMO
      *                                   FINSLDH  - HISTORICO PERMANEN-
      *                                              TE (TARIFAS)
      *                                   FINTRANS - SUSPENSE DE
      *                                              TRANSACOES
      *                                              REJEITADAS
      *                                   FINHOLD  - ORDENS DE BLOQUEIO
      *                                   FINAGEN  - CADASTRO DE
      *                                              AGENCIAS (NOME)
      *              ARQUIVO DE ENTRADA/SAIDA: FINBOLBS - BASE DO
      *                                              BOLETIM (POSICAO
      *                                              DO INICIO DO MES E
      *                                              DO SUSPENSE)
      *              ARQUIVO DE SAIDA   : FINBOLET - BOLETIM (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Ultimo passo do ciclo diario (FINPB101, P4200), depois da
      * promocao: FINSLD.dat ja e o fechamento do dia e FINSLD.g1 a
      * abertura (fechamento do ciclo anterior). Os diretores liam a
      * posicao do FINPB180, as tarifas do FINPB135, os totais de
      * controle do FINPB100 e o log do FINJBCON; o boletim junta numa
      * folha so, por agencia:
      * - POSICAO EM REAIS (contas em moeda estrangeira ficam fora):
      *   DEPOSITOS = soma dos saldos credores, EMPRESTIMOS = soma dos
      *   saldos devedores em valor absoluto (mesmo criterio do
      *   FINPB180), na abertura (FINSLD.g1) e no fechamento (FINSLD),
      *   com a variacao do dia e a variacao do mes (sobre a posicao
      *   de inicio do mes guardada em FINBOLBS.dat).
      * - CONTAS ABERTAS ('I'), ENCERRADAS ('E') e ALTERADAS (qualquer
      *   outra acao: alteracao, transferencia, espolio, tributacao)
      *   do FINSMLOG, no dia e no mes.
      * - EMPRESTIMOS CONCEDIDOS: contratos do FINLOAN com data de
      *   contratacao no dia e no mes, com o principal.
      * - RECEITA DE TARIFAS: lancamentos 'F' do FINSLDH com data de
      *   processamento no dia e no mes.
      * - SUSPENSE: posicao na abertura e no fechamento, ENTRADAS do
      *   dia (primeira rejeicao na data) e SAIDAS do dia (reinjetadas
      *   que postaram e baixas do FINWOMNT), estas por diferenca:
      *   ABERTURA + ENTRADAS - FECHAMENTO.
      * - BLOQUEIOS EM VIGOR: ordens do FINHOLD ainda nao liberadas
      *   (situacao P, G, A, R ou S), com o valor bloqueado.
      * Datas: o FINSMNT e o FINLNMNT carimbam o log e o contrato com a
      * DATA DA MAQUINA (ACCEPT FROM DATE), entao contas e emprestimos
      * sao filtrados por ela (mesmo criterio do FINPB265); tarifas,
      * suspense e posicao seguem a DATA DE PROCESSAMENTO (SRDATPRC).
      * FINBOLBS.dat guarda, por agencia, a posicao de abertura do
      * primeiro dia do mes em que o boletim rodou e as duas ultimas
      * posicoes do suspense; uma reexecucao na mesma data de
      * processamento reaproveita a posicao anterior e nao distorce
      * a variacao. Sem registro da agencia (primeira execucao), a
      * abertura do suspense e o fechamento menos as entradas do dia.
      * As agencias ativas do FINAGEN saem sempre, mesmo sem
      * movimento; as demais, so quando ha movimento ou posicao.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB277.
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
      *    SALDOS PROMOVIDOS - FECHAMENTO DO DIA (LEITURA SEQUENCIAL)
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINSLD-CHAVE
                  FILE STATUS IS WS-FS-FINSLD.
      *    GERACAO ANTERIOR - ABERTURA DO DIA (ROTACAO DO FINPB101)
           SELECT FINSLD-G1 ASSIGN TO 'FINSLD.g1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-G1.
      *    LOG DE MANUTENCOES DE CONTA - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSMLOG, LA).
           SELECT FINSMLOG ASSIGN TO 'FINSMLOG.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSMLOG.
      *    CONTRATOS DE EMPRESTIMO - LEITURA SEQUENCIAL
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLOAN, LA).
           SELECT FINLOAN  ASSIGN TO 'FINLOAN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    HISTORICO PERMANENTE - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDH, LA).
           SELECT FINSLDH  ASSIGN TO 'FINSLDH.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDH.
      *    SUSPENSE DE TRANSACOES REJEITADAS - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINTRANS, LA).
           SELECT FINTRANS ASSIGN TO 'FINTRANS.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRANS.
      *    ORDENS DE BLOQUEIO - LEITURA SEQUENCIAL
      *    MESMA DEFINICAO USADA PELO FINHLMNT (VER FD FINHOLD, LA).
           SELECT FINHOLD  ASSIGN TO 'FINHOLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINHOLD-NR-ORDEM
                  FILE STATUS IS WS-FS-FINHOLD.
      *    CADASTRO DE AGENCIAS - VARREDURA DAS ATIVAS E NOME DA
      *    AGENCIA (READ NEXT / READ)
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA).
           SELECT FINAGEN  ASSIGN TO 'FINAGEN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINAGEN-NR-AGEN
                  FILE STATUS IS WS-FS-FINAGEN.
      *    BASE DO BOLETIM - INICIO DO MES E SUSPENSE POR AGENCIA (I-O)
           SELECT FINBOLBS ASSIGN TO 'FINBOLBS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINBOLBS-NR-AGEN
                  FILE STATUS IS WS-FS-FINBOLBS.
      *    ARQUIVO DE TRABALHO - ACUMULADORES POR AGENCIA
           SELECT FINBOLWK ASSIGN TO 'FINBOLWK.wrk'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINBOLWK-NR-AGEN
                  FILE STATUS IS WS-FS-FINBOLWK.
      *    BOLETIM GERENCIAL - SAIDA (WRITE)
           SELECT FINBOLET ASSIGN TO 'FINBOLET.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINBOLET.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA)
       FD  FINSLD
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD.
           03  FINSLD-CHAVE.
               05  FINSLD-NR-AGEN     PIC  9(004).
               05  FINSLD-NR-CC       PIC  X(011).
               05  FINSLD-COD-SUBCONTA PIC X(002).
           03  FINSLD-VL-SLD          PIC  S9(009)V99.
           03  FINSLD-STATUS          PIC  X(001).
           03  FINSLD-IND-LIMITE      PIC  X(001).
           03  FINSLD-VL-LIMITE       PIC  9(009)V99.
           03  FINSLD-COD-MOEDA       PIC  X(003).
           03  FINSLD-TIPO-CONTA      PIC  X(001).
      *
      *    ABERTURA DO DIA - MESMO LAYOUT DE FINSLD (TRAILER DE
      *    CONTROLE NO FINAL, COMO NO FINPB215)
       FD  FINSLD-G1
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-G1.
           03  ANT-CHAVE.
               05  ANT-NR-AGEN        PIC  9(004).
               05  ANT-NR-CC          PIC  X(011).
               05  ANT-COD-SUBCONTA   PIC  X(002).
           03  ANT-VL-SLD             PIC  S9(009)V99.
           03  FILLER                 PIC  X(013).
           03  ANT-COD-MOEDA          PIC  X(003).
           03  FILLER                 PIC  X(001).
      *
       FD  FINSMLOG
           RECORDING MODE IS F
           RECORD CONTAINS 068 CHARACTERS.

       01  REG-FINSMLOG.
           03  FINSMLOG-DATA          PIC  9(008).
           03  FINSMLOG-HORA          PIC  9(006).
           03  FINSMLOG-OPERADOR      PIC  X(008).
      *    'I'=Inclusao, 'E'=Encerramento; DEMAIS ACOES (FINSMNT,
      *    FINPB229, FINESMNT, FINTRMNT) CONTAM COMO ALTERACAO
           03  FINSMLOG-ACAO          PIC  X(001).
           03  FINSMLOG-CHAVE.
               05  FINSMLOG-NR-AGEN   PIC  X(004).
               05  FILLER             PIC  X(013).
           03  FILLER                 PIC  X(028).
      *
       FD  FINLOAN
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-FINLOAN.
           03  FINLOAN-NR-CONTRATO    PIC  9(008).
           03  FINLOAN-CHAVE-CONTA.
               05  FINLOAN-NR-AGEN    PIC  9(004).
               05  FINLOAN-NR-CC      PIC  X(011).
               05  FINLOAN-COD-SUBCONTA PIC X(002).
           03  FINLOAN-VL-PRINCIPAL   PIC  9(009)V99.
           03  FILLER                 PIC  X(025).
      *    DATA DA CONTRATACAO (DATA DA MAQUINA NO FINLNMNT)
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
       FD  FINSLDH
           RECORDING MODE IS F
           RECORD CONTAINS 086 CHARACTERS.

       01  REG-FINSLDH.
           03  FINSLDH-CHAVE.
               05  FINSLDH-NR-AGEN    PIC  9(004).
               05  FILLER             PIC  X(013).
           03  FINSLDH-DATA-PROC      PIC  9(008).
           03  FINSLDH-NR-SEQ         PIC  9(007).
           03  FINSLDH-VL-SLD-ANTES   PIC  S9(009)V99.
           03  FINSLDH-VL-TRAN        PIC  9(009)V99.
           03  FINSLDH-IND-TRAN       PIC  X(001).
           03  FINSLDH-VL-SLD-DEPOIS  PIC  S9(009)V99.
           03  FINSLDH-ID-TRAN        PIC  9(010).
           03  FINSLDH-COD-ORIGEM     PIC  X(002).
           03  FINSLDH-COD-OPER       PIC  X(008).
      *
       FD  FINTRANS
           RECORDING MODE IS F
           RECORD CONTAINS 065 CHARACTERS.

       01  REG-FINTRANS.
           03  FINTRANS-CHAVE.
               05  FINTRANS-NR-AGEN      PIC  9(004).
               05  FINTRANS-NR-CC        PIC  X(011).
               05  FINTRANS-COD-SUBCONTA PIC  X(002).
           03  FINTRANS-VL-TRAN          PIC  9(009)V99.
           03  FINTRANS-IND-TRAN         PIC  X(001).
           03  FINTRANS-MOTIVO           PIC  X(002).
           03  FINTRANS-ID-TRAN          PIC  9(010).
           03  FINTRANS-DT-EFETIVA       PIC  9(008).
           03  FINTRANS-COD-MOEDA        PIC  X(003).
           03  FINTRANS-COD-ORIGEM       PIC  X(002).
           03  FINTRANS-DT-PRIM-REJ      PIC  9(008).
           03  FINTRANS-QTD-RECICLO      PIC  9(003).
      *
       FD  FINHOLD
           RECORD CONTAINS 079 CHARACTERS.

       01  REG-FINHOLD.
           03  FINHOLD-NR-ORDEM       PIC  9(006).
           03  FINHOLD-CHAVE-CONTA.
               05  FINHOLD-NR-AGEN    PIC  9(004).
               05  FILLER             PIC  X(013).
           03  FINHOLD-VL-BLOQUEIO    PIC  9(009)V99.
           03  FINHOLD-REFERENCIA     PIC  X(020).
           03  FINHOLD-DT-EXPIRA      PIC  9(008).
      *    'P'=Pendente, 'G'=Bloqueio em curso, 'A'=Ativa,
      *    'R'=Liberacao pedida, 'S'=Liberacao em curso, 'L'=Liberada
           03  FINHOLD-STATUS         PIC  X(001).
              88  FINHOLD-EM-VIGOR           VALUE 'P' 'G' 'A'
                                                   'R' 'S'.
           03  FINHOLD-DT-BLOQUEIO    PIC  9(008).
           03  FINHOLD-DT-LIBERACAO   PIC  9(008).
      *
       FD  FINAGEN
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINAGEN.
           03  FINAGEN-NR-AGEN        PIC  9(004).
           03  FINAGEN-NOME           PIC  X(030).
           03  FINAGEN-CIDADE         PIC  X(025).
           03  FINAGEN-COD-SERVIDOR   PIC  X(002).
           03  FINAGEN-STATUS         PIC  X(001).
              88  FINAGEN-ATIVA              VALUE 'A'.
           03  FILLER                 PIC  X(038).
      *
      *    POR AGENCIA: POSICAO DE ABERTURA DO PRIMEIRO DIA DO MES EM
      *    QUE O BOLETIM RODOU; POSICAO DO SUSPENSE NA ULTIMA DATA DE
      *    PROCESSAMENTO (ATU) E NA EXECUCAO ANTERIOR A ELA (ANT)
       FD  FINBOLBS
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINBOLBS.
           03  FINBOLBS-NR-AGEN       PIC  9(004).
           03  FINBOLBS-ANOMES-BASE   PIC  9(006).
           03  FINBOLBS-VL-DEP-BASE   PIC  9(013)V99.
           03  FINBOLBS-VL-EMP-BASE   PIC  9(013)V99.
           03  FINBOLBS-DT-SUSP-ATU   PIC  9(008).
           03  FINBOLBS-QTD-SUSP-ATU  PIC  9(007).
           03  FINBOLBS-VL-SUSP-ATU   PIC  9(013)V99.
           03  FINBOLBS-QTD-SUSP-ANT  PIC  9(007).
           03  FINBOLBS-VL-SUSP-ANT   PIC  9(013)V99.
           03  FILLER                 PIC  X(008).
      *
      *    ACUMULADORES DA AGENCIA (MESMO LAYOUT DE WS-BOLETIM E DE
      *    WS-TOTAL-BANCO)
       FD  FINBOLWK
           RECORD CONTAINS 380 CHARACTERS.

       01  REG-FINBOLWK.
           03  FINBOLWK-NR-AGEN       PIC  9(004).
           03  FINBOLWK-NOME          PIC  X(030).
           03  FINBOLWK-QTD-ABERTAS-DIA PIC 9(007).
           03  FINBOLWK-QTD-ABERTAS-MES PIC 9(007).
           03  FINBOLWK-QTD-ALTERADAS-DIA PIC 9(007).
           03  FINBOLWK-QTD-ALTERADAS-MES PIC 9(007).
           03  FINBOLWK-QTD-ENCERRADAS-DIA PIC 9(007).
           03  FINBOLWK-QTD-ENCERRADAS-MES PIC 9(007).
           03  FINBOLWK-VL-DEP-ANT    PIC  9(013)V99.
           03  FINBOLWK-VL-DEP-ATU    PIC  9(013)V99.
           03  FINBOLWK-VL-DEP-BASE   PIC  9(013)V99.
           03  FINBOLWK-VL-EMP-ANT    PIC  9(013)V99.
           03  FINBOLWK-VL-EMP-ATU    PIC  9(013)V99.
           03  FINBOLWK-VL-EMP-BASE   PIC  9(013)V99.
           03  FINBOLWK-QTD-EMPREST-DIA PIC 9(007).
           03  FINBOLWK-VL-EMPREST-DIA PIC 9(013)V99.
           03  FINBOLWK-QTD-EMPREST-MES PIC 9(007).
           03  FINBOLWK-VL-EMPREST-MES PIC 9(013)V99.
           03  FINBOLWK-QTD-TARIFAS-DIA PIC 9(007).
           03  FINBOLWK-VL-TARIFAS-DIA PIC 9(013)V99.
           03  FINBOLWK-QTD-TARIFAS-MES PIC 9(007).
           03  FINBOLWK-VL-TARIFAS-MES PIC 9(013)V99.
           03  FINBOLWK-QTD-SUSP-ABERT PIC 9(007).
           03  FINBOLWK-VL-SUSP-ABERT PIC  9(013)V99.
           03  FINBOLWK-QTD-SUSP-ENTRADA PIC 9(007).
           03  FINBOLWK-VL-SUSP-ENTRADA PIC 9(013)V99.
           03  FINBOLWK-QTD-SUSP-SAIDA PIC S9(007).
           03  FINBOLWK-VL-SUSP-SAIDA PIC S9(013)V99.
           03  FINBOLWK-QTD-SUSP-FECHA PIC 9(007).
           03  FINBOLWK-VL-SUSP-FECHA PIC  9(013)V99.
           03  FINBOLWK-QTD-BLOQUEIOS PIC  9(007).
           03  FINBOLWK-VL-BLOQUEIOS  PIC  9(013)V99.
           03  FILLER                 PIC  X(016).
      *
       FD  FINBOLET
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINBOLET               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB277'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD-G1        PIC X(002)  VALUE '00'.
           05  WS-FS-FINSMLOG         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDH          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANS         PIC X(002)  VALUE '00'.
           05  WS-FS-FINHOLD          PIC X(002)  VALUE '00'.
           05  WS-FS-FINAGEN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINBOLBS         PIC X(002)  VALUE '00'.
           05  WS-FS-FINBOLWK         PIC X(002)  VALUE '00'.
           05  WS-FS-FINBOLET         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS-FINSLD    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINSLD-G1 PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-MOEDA-ESTRANG   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINSMLOG  PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINLOAN   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINSLDH   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINTRANS  PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LIDOS-FINHOLD   PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-AGENCIAS        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-BASES-NOVAS     PIC 9(007)  VALUE ZEROS.
      *
           05  WS-FIM-VARREDURA-SW    PIC X(001)  VALUE 'N'.
              88  FIM-VARREDURA              VALUE 'S'.
           05  WS-FIM-FINBOLWK-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINBOLWK               VALUE 'S'.
           05  WS-BASE-EXISTE-SW      PIC X(001)  VALUE 'N'.
              88  BASE-EXISTE                VALUE 'S'.
      *    GERACAO ANTERIOR AUSENTE (PRIMEIRO CICLO) = ABERTURA ZERADA
           05  WS-FINSLD-G1-DISPONIVEL PIC X(001) VALUE 'S'.
              88  FINSLD-G1-DISPONIVEL       VALUE 'S'.
      *    CADASTRO DE AGENCIAS AUSENTE = SO AS AGENCIAS COM MOVIMENTO,
      *    SEM NOME
           05  WS-FINAGEN-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINAGEN-DISPONIVEL         VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO (POSICAO, TARIFAS E SUSPENSE) E DATA
      *    DA MAQUINA (LOG DE CONTAS E CONTRATOS)
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
               10  WS-ANOMES-EXECUCAO PIC 9(006).
               10  FILLER             PIC 9(002).
           05  WS-DATA-MAQUINA        PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-MAQUINA-R REDEFINES WS-DATA-MAQUINA.
               10  WS-ANOMES-MAQUINA  PIC 9(006).
               10  FILLER             PIC 9(002).
      *
      *    AGENCIA DO REGISTRO EM TRATAMENTO (P2900)
           05  WS-AGEN-MOVTO          PIC 9(004)  VALUE ZEROS.
      *
      *    VARIACOES DA POSICAO (P5000)
           05  WS-VAR-DIA             PIC S9(013)V99 VALUE ZEROS.
           05  WS-VAR-MES             PIC S9(013)V99 VALUE ZEROS.
      *
           05  WS-TITULO-BOLETIM      PIC X(080)  VALUE SPACES.
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * FOLHA EM IMPRESSAO (AGENCIA OU BANCO) - MESMO LAYOUT DE
      * REG-FINBOLWK
      *-----------------------------------------------------------------
       01  WS-BOLETIM.
           05  BOL-NR-AGEN            PIC 9(004).
           05  BOL-NOME               PIC X(030).
           05  BOL-QTD-ABERTAS-DIA    PIC 9(007).
           05  BOL-QTD-ABERTAS-MES    PIC 9(007).
           05  BOL-QTD-ALTERADAS-DIA  PIC 9(007).
           05  BOL-QTD-ALTERADAS-MES  PIC 9(007).
           05  BOL-QTD-ENCERRADAS-DIA PIC 9(007).
           05  BOL-QTD-ENCERRADAS-MES PIC 9(007).
           05  BOL-VL-DEP-ANT         PIC 9(013)V99.
           05  BOL-VL-DEP-ATU         PIC 9(013)V99.
           05  BOL-VL-DEP-BASE        PIC 9(013)V99.
           05  BOL-VL-EMP-ANT         PIC 9(013)V99.
           05  BOL-VL-EMP-ATU         PIC 9(013)V99.
           05  BOL-VL-EMP-BASE        PIC 9(013)V99.
           05  BOL-QTD-EMPREST-DIA    PIC 9(007).
           05  BOL-VL-EMPREST-DIA     PIC 9(013)V99.
           05  BOL-QTD-EMPREST-MES    PIC 9(007).
           05  BOL-VL-EMPREST-MES     PIC 9(013)V99.
           05  BOL-QTD-TARIFAS-DIA    PIC 9(007).
           05  BOL-VL-TARIFAS-DIA     PIC 9(013)V99.
           05  BOL-QTD-TARIFAS-MES    PIC 9(007).
           05  BOL-VL-TARIFAS-MES     PIC 9(013)V99.
           05  BOL-QTD-SUSP-ABERT     PIC 9(007).
           05  BOL-VL-SUSP-ABERT      PIC 9(013)V99.
           05  BOL-QTD-SUSP-ENTRADA   PIC 9(007).
           05  BOL-VL-SUSP-ENTRADA    PIC 9(013)V99.
           05  BOL-QTD-SUSP-SAIDA     PIC S9(007).
           05  BOL-VL-SUSP-SAIDA      PIC S9(013)V99.
           05  BOL-QTD-SUSP-FECHA     PIC 9(007).
           05  BOL-VL-SUSP-FECHA      PIC 9(013)V99.
           05  BOL-QTD-BLOQUEIOS      PIC 9(007).
           05  BOL-VL-BLOQUEIOS       PIC 9(013)V99.
           05  FILLER                 PIC X(016).
      *
      *-----------------------------------------------------------------
      * RESUMO DO BANCO (SOMA DAS AGENCIAS) - MESMO LAYOUT
      *-----------------------------------------------------------------
       01  WS-TOTAL-BANCO.
           05  TOT-NR-AGEN            PIC 9(004).
           05  TOT-NOME               PIC X(030).
           05  TOT-QTD-ABERTAS-DIA    PIC 9(007).
           05  TOT-QTD-ABERTAS-MES    PIC 9(007).
           05  TOT-QTD-ALTERADAS-DIA  PIC 9(007).
           05  TOT-QTD-ALTERADAS-MES  PIC 9(007).
           05  TOT-QTD-ENCERRADAS-DIA PIC 9(007).
           05  TOT-QTD-ENCERRADAS-MES PIC 9(007).
           05  TOT-VL-DEP-ANT         PIC 9(013)V99.
           05  TOT-VL-DEP-ATU         PIC 9(013)V99.
           05  TOT-VL-DEP-BASE        PIC 9(013)V99.
           05  TOT-VL-EMP-ANT         PIC 9(013)V99.
           05  TOT-VL-EMP-ATU         PIC 9(013)V99.
           05  TOT-VL-EMP-BASE        PIC 9(013)V99.
           05  TOT-QTD-EMPREST-DIA    PIC 9(007).
           05  TOT-VL-EMPREST-DIA     PIC 9(013)V99.
           05  TOT-QTD-EMPREST-MES    PIC 9(007).
           05  TOT-VL-EMPREST-MES     PIC 9(013)V99.
           05  TOT-QTD-TARIFAS-DIA    PIC 9(007).
           05  TOT-VL-TARIFAS-DIA     PIC 9(013)V99.
           05  TOT-QTD-TARIFAS-MES    PIC 9(007).
           05  TOT-VL-TARIFAS-MES     PIC 9(013)V99.
           05  TOT-QTD-SUSP-ABERT     PIC 9(007).
           05  TOT-VL-SUSP-ABERT      PIC 9(013)V99.
           05  TOT-QTD-SUSP-ENTRADA   PIC 9(007).
           05  TOT-VL-SUSP-ENTRADA    PIC 9(013)V99.
           05  TOT-QTD-SUSP-SAIDA     PIC S9(007).
           05  TOT-VL-SUSP-SAIDA      PIC S9(013)V99.
           05  TOT-QTD-SUSP-FECHA     PIC 9(007).
           05  TOT-VL-SUSP-FECHA      PIC 9(013)V99.
           05  TOT-QTD-BLOQUEIOS      PIC 9(007).
           05  TOT-VL-BLOQUEIOS       PIC 9(013)V99.
           05  FILLER                 PIC X(016).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO BOLETIM
      *-----------------------------------------------------------------
       01  WS-LINHA-POSICAO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-POS-DESC        PIC X(026).
           05  WS-LIN-POS-INICIO-DIA  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-POS-FECHAMENTO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-POS-VAR-DIA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-POS-INICIO-MES  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-POS-VAR-MES     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-MOVIMENTO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-MOV-DESC        PIC X(030).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MOV-QTD-DIA     PIC -ZZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MOV-VL-DIA      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
           05  FILLER                 PIC X(004)  VALUE SPACES.
           05  WS-LIN-MOV-MES.
               10  WS-LIN-MOV-QTD-MES PIC -ZZZZZ9.
               10  FILLER             PIC X(002)  VALUE SPACES.
               10  WS-LIN-MOV-VL-MES  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
      *    LINHAS SO DO DIA (SUSPENSE E BLOQUEIOS): COLUNAS DO MES EM
      *    BRANCO
           05  WS-LIN-MOV-MES-X REDEFINES WS-LIN-MOV-MES
                                      PIC X(028).
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CARREGA-AGENCIAS
           PERFORM P1500-CARREGA-BASE
           PERFORM P2000-POSICAO-FECHAMENTO
           PERFORM P2100-POSICAO-ABERTURA
           PERFORM P2200-MANUTENCOES-CONTA
           PERFORM P2300-EMPRESTIMOS
           PERFORM P2400-TARIFAS
           PERFORM P2500-SUSPENSE
           PERFORM P2600-BLOQUEIOS
           PERFORM P3000-IMPRIME-AGENCIAS
           PERFORM P4000-IMPRIME-BANCO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA      TO WS-DATA-EXECUCAO
           ACCEPT WS-DATA-MAQUINA FROM DATE YYYYMMDD

           INITIALIZE WS-TOTAL-BANCO

      *    Arquivo de trabalho recriado a cada execucao.
           OPEN OUTPUT FINBOLWK
           CLOSE FINBOLWK
           OPEN I-O FINBOLWK
           IF WS-FS-FINBOLWK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINBOLWK.wrk - FILE STATUS = '
                     WS-FS-FINBOLWK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Base do boletim (criada vazia na primeira execucao)
           OPEN I-O FINBOLBS
           IF WS-FS-FINBOLBS EQUAL '35'
              OPEN OUTPUT FINBOLBS
              CLOSE FINBOLBS
              OPEN I-O FINBOLBS
           END-IF
           IF WS-FS-FINBOLBS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINBOLBS - FILE STATUS = '
                     WS-FS-FINBOLBS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINAGEN
           EVALUATE WS-FS-FINAGEN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINAGEN-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINAGEN - FILE STATUS = '
                           WS-FS-FINAGEN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINBOLET
           IF WS-FS-FINBOLET NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINBOLET - FILE STATUS = '
                     WS-FS-FINBOLET
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINBOLET
           STRING 'BOLETIM GERENCIAL DIARIO - DATA DE PROCESSAMENTO '
                  WS-DATA-EXECUCAO ' / MAQUINA ' WS-DATA-MAQUINA
                  DELIMITED BY SIZE  INTO REG-FINBOLET
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBOLET
           STRING 'POSICAO EM REAIS: DEPOSITOS = SALDOS CREDORES, '
                  'EMPRESTIMOS = SALDOS DEVEDORES (FINSLD.g1 x FINSLD)'
                  DELIMITED BY SIZE  INTO REG-FINBOLET
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBOLET
           STRING 'CONTAS E CONTRATOS PELA DATA DA MAQUINA; TARIFAS, '
                  'SUSPENSE E POSICAO PELA DATA DE PROCESSAMENTO'
                  DELIMITED BY SIZE  INTO REG-FINBOLET
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-CARREGA-AGENCIAS SECTION.
      * Toda agencia ativa do cadastro tem folha no boletim, mesmo sem
      * movimento no dia.
      *-----------------------------------------------------------------

           MOVE 'P1000-CARREGA-AGENCIAS' TO WS-NOM-PARAGRAFO

           IF NOT FINAGEN-DISPONIVEL
              EXIT SECTION
           END-IF

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINAGEN NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINAGEN NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                              WS-FS-FINAGEN
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    IF FINAGEN-ATIVA
                       MOVE FINAGEN-NR-AGEN TO WS-AGEN-MOVTO
                       PERFORM P2900-POSICIONA-AGENCIA
                       MOVE FINAGEN-NOME    TO FINBOLWK-NOME
                       PERFORM P2950-REGRAVA-AGENCIA
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-CARREGA-BASE SECTION.
      * Agencia que ja saiu no boletim continua saindo: mesmo sem
      * nenhum movimento hoje, ela pode ter tido suspense ontem (saida
      * do suspense no dia).
      *-----------------------------------------------------------------

           MOVE 'P1500-CARREGA-BASE' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           MOVE ZEROS TO FINBOLBS-NR-AGEN
           START FINBOLBS KEY NOT LESS THAN FINBOLBS-NR-AGEN
              INVALID KEY
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
           END-START

           PERFORM UNTIL FIM-VARREDURA
              READ FINBOLBS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINBOLBS NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINBOLBS - FILE STATUS = '
                              WS-FS-FINBOLBS
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    MOVE FINBOLBS-NR-AGEN TO WS-AGEN-MOVTO
                    PERFORM P2900-POSICIONA-AGENCIA
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-POSICAO-FECHAMENTO SECTION.
      * Depositos e emprestimos (saldos credores e devedores em reais)
      * do FINSLD.dat promovido - fechamento do dia.
      *-----------------------------------------------------------------

           MOVE 'P2000-POSICAO-FECHAMENTO' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSLD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINSLD NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINSLD - FILE STATUS = '
                              WS-FS-FINSLD
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    EVALUATE TRUE
                        WHEN FINSLD-CHAVE EQUAL '9999TRAILER      '
                             CONTINUE
                        WHEN FINSLD-COD-MOEDA NOT EQUAL SPACES
                                          AND NOT EQUAL 'BRL'
                             ADD 1 TO WS-QTD-MOEDA-ESTRANG
                        WHEN OTHER
                             ADD 1 TO WS-QTD-LIDOS-FINSLD
                             MOVE FINSLD-NR-AGEN TO WS-AGEN-MOVTO
                             PERFORM P2900-POSICIONA-AGENCIA
                             IF FINSLD-VL-SLD > ZEROS
                                ADD FINSLD-VL-SLD TO FINBOLWK-VL-DEP-ATU
                             ELSE
                                SUBTRACT FINSLD-VL-SLD
                                    FROM FINBOLWK-VL-EMP-ATU
                             END-IF
                             PERFORM P2950-REGRAVA-AGENCIA
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE FINSLD

           .

      *-----------------------------------------------------------------
       P2100-POSICAO-ABERTURA SECTION.
      * A mesma posicao na geracao anterior (FINSLD.g1, abertura do
      * dia). Sem geracao anterior (primeiro ciclo) a abertura e zero.
      *-----------------------------------------------------------------

           MOVE 'P2100-POSICAO-ABERTURA' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLD-G1
           EVALUATE WS-FS-FINSLD-G1
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINSLD-G1-DISPONIVEL
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLD.g1 - FILE '
                           'STATUS = ' WS-FS-FINSLD-G1
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSLD-G1
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINSLD-G1 NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINSLD.g1 - FILE STATUS = '
                              WS-FS-FINSLD-G1
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    IF ANT-CHAVE NOT EQUAL '9999TRAILER      '
                       AND (ANT-COD-MOEDA EQUAL SPACES OR 'BRL')
                       ADD 1 TO WS-QTD-LIDOS-FINSLD-G1
                       MOVE ANT-NR-AGEN TO WS-AGEN-MOVTO
                       PERFORM P2900-POSICIONA-AGENCIA
                       IF ANT-VL-SLD > ZEROS
                          ADD ANT-VL-SLD TO FINBOLWK-VL-DEP-ANT
                       ELSE
                          SUBTRACT ANT-VL-SLD FROM FINBOLWK-VL-EMP-ANT
                       END-IF
                       PERFORM P2950-REGRAVA-AGENCIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSLD-G1

           .

      *-----------------------------------------------------------------
       P2200-MANUTENCOES-CONTA SECTION.
      * Contas abertas, alteradas e encerradas no dia e no mes. O log
      * e carimbado com a DATA DA MAQUINA, que e a usada no filtro.
      *-----------------------------------------------------------------

           MOVE 'P2200-MANUTENCOES-CONTA' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSMLOG
           EVALUATE WS-FS-FINSMLOG
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSMLOG - FILE STATUS = '
                           WS-FS-FINSMLOG
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSMLOG
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS-FINSMLOG
                    IF FINSMLOG-DATA(1:6) EQUAL WS-ANOMES-MAQUINA
                       AND FINSMLOG-DATA NOT GREATER WS-DATA-MAQUINA
                       AND FINSMLOG-NR-AGEN IS NUMERIC
                       MOVE FINSMLOG-NR-AGEN TO WS-AGEN-MOVTO
                       PERFORM P2900-POSICIONA-AGENCIA
                       EVALUATE FINSMLOG-ACAO
                           WHEN 'I'
                                ADD 1 TO FINBOLWK-QTD-ABERTAS-MES
                                IF FINSMLOG-DATA EQUAL WS-DATA-MAQUINA
                                   ADD 1 TO FINBOLWK-QTD-ABERTAS-DIA
                                END-IF
                           WHEN 'E'
                                ADD 1 TO FINBOLWK-QTD-ENCERRADAS-MES
                                IF FINSMLOG-DATA EQUAL WS-DATA-MAQUINA
                                   ADD 1 TO FINBOLWK-QTD-ENCERRADAS-DIA
                                END-IF
                           WHEN OTHER
                                ADD 1 TO FINBOLWK-QTD-ALTERADAS-MES
                                IF FINSMLOG-DATA EQUAL WS-DATA-MAQUINA
                                   ADD 1 TO FINBOLWK-QTD-ALTERADAS-DIA
                                END-IF
                       END-EVALUATE
                       PERFORM P2950-REGRAVA-AGENCIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSMLOG

           .

      *-----------------------------------------------------------------
       P2300-EMPRESTIMOS SECTION.
      * Contratos concedidos no dia e no mes (data de contratacao =
      * DATA DA MAQUINA no FINLNMNT), com o principal liberado.
      *-----------------------------------------------------------------

           MOVE 'P2300-EMPRESTIMOS' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINLOAN
           EVALUATE WS-FS-FINLOAN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLOAN - FILE STATUS = '
                           WS-FS-FINLOAN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINLOAN
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINLOAN NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINLOAN - FILE STATUS = '
                              WS-FS-FINLOAN
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-FINLOAN
                    IF FINLOAN-DT-CONTRATO(1:6) EQUAL WS-ANOMES-MAQUINA
                       AND FINLOAN-DT-CONTRATO NOT GREATER
                           WS-DATA-MAQUINA
                       MOVE FINLOAN-NR-AGEN TO WS-AGEN-MOVTO
                       PERFORM P2900-POSICIONA-AGENCIA
                       ADD 1            TO FINBOLWK-QTD-EMPREST-MES
                       ADD FINLOAN-VL-PRINCIPAL
                                        TO FINBOLWK-VL-EMPREST-MES
                       IF FINLOAN-DT-CONTRATO EQUAL WS-DATA-MAQUINA
                          ADD 1            TO FINBOLWK-QTD-EMPREST-DIA
                          ADD FINLOAN-VL-PRINCIPAL
                                           TO FINBOLWK-VL-EMPREST-DIA
                       END-IF
                       PERFORM P2950-REGRAVA-AGENCIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINLOAN

           .

      *-----------------------------------------------------------------
       P2400-TARIFAS SECTION.
      * Receita de tarifas (indicador 'F') postada no dia e no mes da
      * data de processamento, pelo historico permanente.
      *-----------------------------------------------------------------

           MOVE 'P2400-TARIFAS' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLDH
           EVALUATE WS-FS-FINSLDH
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDH - FILE STATUS = '
                           WS-FS-FINSLDH
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSLDH
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINSLDH NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINSLDH - FILE STATUS = '
                              WS-FS-FINSLDH
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-FINSLDH
                    IF FINSLDH-IND-TRAN EQUAL 'F'
                       AND FINSLDH-DATA-PROC(1:6) EQUAL
                           WS-ANOMES-EXECUCAO
                       AND FINSLDH-DATA-PROC NOT GREATER
                           WS-DATA-EXECUCAO
                       MOVE FINSLDH-NR-AGEN TO WS-AGEN-MOVTO
                       PERFORM P2900-POSICIONA-AGENCIA
                       ADD 1               TO FINBOLWK-QTD-TARIFAS-MES
                       ADD FINSLDH-VL-TRAN TO FINBOLWK-VL-TARIFAS-MES
                       IF FINSLDH-DATA-PROC EQUAL WS-DATA-EXECUCAO
                          ADD 1            TO FINBOLWK-QTD-TARIFAS-DIA
                          ADD FINSLDH-VL-TRAN
                                           TO FINBOLWK-VL-TARIFAS-DIA
                       END-IF
                       PERFORM P2950-REGRAVA-AGENCIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSLDH

           .

      *-----------------------------------------------------------------
       P2500-SUSPENSE SECTION.
      * Posicao do suspense no fechamento e entradas do dia (primeira
      * rejeicao na data de processamento). A transacao reinjetada que
      * volta a ser rejeitada recupera a data da primeira rejeicao
      * (FINTRCYC) e nao conta como entrada.
      *-----------------------------------------------------------------

           MOVE 'P2500-SUSPENSE' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINTRANS
           EVALUATE WS-FS-FINTRANS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINTRANS - FILE STATUS = '
                           WS-FS-FINTRANS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINTRANS
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINTRANS NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINTRANS - FILE STATUS = '
                              WS-FS-FINTRANS
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-FINTRANS
                    MOVE FINTRANS-NR-AGEN TO WS-AGEN-MOVTO
                    PERFORM P2900-POSICIONA-AGENCIA
                    ADD 1                TO FINBOLWK-QTD-SUSP-FECHA
                    ADD FINTRANS-VL-TRAN TO FINBOLWK-VL-SUSP-FECHA
                    IF FINTRANS-DT-PRIM-REJ EQUAL WS-DATA-EXECUCAO
                       ADD 1                TO FINBOLWK-QTD-SUSP-ENTRADA
                       ADD FINTRANS-VL-TRAN TO FINBOLWK-VL-SUSP-ENTRADA
                    END-IF
                    PERFORM P2950-REGRAVA-AGENCIA
              END-READ
           END-PERFORM

           CLOSE FINTRANS

           .

      *-----------------------------------------------------------------
       P2600-BLOQUEIOS SECTION.
      * Ordens de bloqueio em vigor (ainda nao liberadas), com o valor
      * bloqueado.
      *-----------------------------------------------------------------

           MOVE 'P2600-BLOQUEIOS' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINHOLD
           EVALUATE WS-FS-FINHOLD
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINHOLD - FILE STATUS = '
                           WS-FS-FINHOLD
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINHOLD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF WS-FS-FINHOLD NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINHOLD - FILE STATUS = '
                              WS-FS-FINHOLD
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-FINHOLD
                    IF FINHOLD-EM-VIGOR
                       MOVE FINHOLD-NR-AGEN TO WS-AGEN-MOVTO
                       PERFORM P2900-POSICIONA-AGENCIA
                       ADD 1                   TO FINBOLWK-QTD-BLOQUEIOS
                       ADD FINHOLD-VL-BLOQUEIO TO FINBOLWK-VL-BLOQUEIOS
                       PERFORM P2950-REGRAVA-AGENCIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINHOLD

           .

      *-----------------------------------------------------------------
       P2900-POSICIONA-AGENCIA SECTION.
      * Le a entrada da agencia WS-AGEN-MOVTO no arquivo de trabalho,
      * criando-a zerada na primeira ocorrencia.
      *-----------------------------------------------------------------

           MOVE WS-AGEN-MOVTO TO FINBOLWK-NR-AGEN

           READ FINBOLWK
              INVALID KEY
                 INITIALIZE REG-FINBOLWK
                 MOVE WS-AGEN-MOVTO TO FINBOLWK-NR-AGEN
                 WRITE REG-FINBOLWK
                 ADD 1 TO WS-QTD-AGENCIAS
           END-READ

           IF WS-FS-FINBOLWK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - LEITURA FINBOLWK.wrk - FILE STATUS = '
                     WS-FS-FINBOLWK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2950-REGRAVA-AGENCIA SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-FINBOLWK

           IF WS-FS-FINBOLWK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINBOLWK.wrk - FILE STATUS = '
                     WS-FS-FINBOLWK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-IMPRIME-AGENCIAS SECTION.
      * Uma folha por agencia, em ordem de agencia, somando cada uma no
      * resumo do banco.
      *-----------------------------------------------------------------

           MOVE 'P3000-IMPRIME-AGENCIAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO FINBOLWK-NR-AGEN
           START FINBOLWK KEY NOT LESS THAN FINBOLWK-NR-AGEN
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINBOLWK-SW
           END-START

           PERFORM UNTIL FIM-FINBOLWK
              READ FINBOLWK NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINBOLWK-SW
                 NOT AT END
                    MOVE REG-FINBOLWK TO WS-BOLETIM
                    PERFORM P3100-ATUALIZA-BASE
                    IF BOL-NOME EQUAL SPACES
                       PERFORM P3200-NOME-AGENCIA
                    END-IF
                    MOVE SPACES TO WS-TITULO-BOLETIM
                    STRING 'AGENCIA ' BOL-NR-AGEN ' - ' BOL-NOME
                           DELIMITED BY SIZE  INTO WS-TITULO-BOLETIM
                    END-STRING
                    PERFORM P5000-IMPRIME-BOLETIM
                    PERFORM P3300-SOMA-BANCO
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3100-ATUALIZA-BASE SECTION.
      * Completa a folha com a base da agencia (posicao do inicio do
      * mes e abertura do suspense) e atualiza a base para o proximo
      * dia:
      * - inicio do mes: na primeira execucao do mes, a abertura do
      *   dia (FINSLD.g1) passa a ser a base do mes;
      * - suspense: a abertura e a posicao guardada da data anterior;
      *   numa reexecucao na mesma data, a posicao guardada antes
      *   dela. As saidas do dia saem por diferenca.
      *-----------------------------------------------------------------

           MOVE BOL-NR-AGEN TO FINBOLBS-NR-AGEN
           READ FINBOLBS
              INVALID KEY
                 MOVE 'N' TO WS-BASE-EXISTE-SW
              NOT INVALID KEY
                 MOVE 'S' TO WS-BASE-EXISTE-SW
           END-READ

           IF WS-FS-FINBOLBS NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINBOLBS - FILE STATUS = '
                     WS-FS-FINBOLBS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           EVALUATE TRUE
               WHEN NOT BASE-EXISTE
      *             Sem posicao guardada: abertura = fechamento menos
      *             as entradas do dia (nenhuma saida apurada)
                    INITIALIZE REG-FINBOLBS
                    MOVE BOL-NR-AGEN TO FINBOLBS-NR-AGEN
                    COMPUTE BOL-QTD-SUSP-ABERT =
                            BOL-QTD-SUSP-FECHA - BOL-QTD-SUSP-ENTRADA
                    COMPUTE BOL-VL-SUSP-ABERT =
                            BOL-VL-SUSP-FECHA - BOL-VL-SUSP-ENTRADA
                    MOVE BOL-QTD-SUSP-ABERT TO FINBOLBS-QTD-SUSP-ANT
                    MOVE BOL-VL-SUSP-ABERT  TO FINBOLBS-VL-SUSP-ANT
                    ADD 1 TO WS-QTD-BASES-NOVAS
               WHEN FINBOLBS-DT-SUSP-ATU EQUAL WS-DATA-EXECUCAO
                    MOVE FINBOLBS-QTD-SUSP-ANT TO BOL-QTD-SUSP-ABERT
                    MOVE FINBOLBS-VL-SUSP-ANT  TO BOL-VL-SUSP-ABERT
               WHEN OTHER
                    MOVE FINBOLBS-QTD-SUSP-ATU TO BOL-QTD-SUSP-ABERT
                                                  FINBOLBS-QTD-SUSP-ANT
                    MOVE FINBOLBS-VL-SUSP-ATU  TO BOL-VL-SUSP-ABERT
                                                  FINBOLBS-VL-SUSP-ANT
           END-EVALUATE

           COMPUTE BOL-QTD-SUSP-SAIDA = BOL-QTD-SUSP-ABERT
                                      + BOL-QTD-SUSP-ENTRADA
                                      - BOL-QTD-SUSP-FECHA
           COMPUTE BOL-VL-SUSP-SAIDA  = BOL-VL-SUSP-ABERT
                                      + BOL-VL-SUSP-ENTRADA
                                      - BOL-VL-SUSP-FECHA

           MOVE WS-DATA-EXECUCAO   TO FINBOLBS-DT-SUSP-ATU
           MOVE BOL-QTD-SUSP-FECHA TO FINBOLBS-QTD-SUSP-ATU
           MOVE BOL-VL-SUSP-FECHA  TO FINBOLBS-VL-SUSP-ATU

           IF FINBOLBS-ANOMES-BASE NOT EQUAL WS-ANOMES-EXECUCAO
              MOVE WS-ANOMES-EXECUCAO TO FINBOLBS-ANOMES-BASE
              MOVE BOL-VL-DEP-ANT     TO FINBOLBS-VL-DEP-BASE
              MOVE BOL-VL-EMP-ANT     TO FINBOLBS-VL-EMP-BASE
           END-IF
           MOVE FINBOLBS-VL-DEP-BASE TO BOL-VL-DEP-BASE
           MOVE FINBOLBS-VL-EMP-BASE TO BOL-VL-EMP-BASE

           IF BASE-EXISTE
              REWRITE REG-FINBOLBS
           ELSE
              WRITE REG-FINBOLBS
           END-IF

           IF WS-FS-FINBOLBS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINBOLBS - FILE STATUS = '
                     WS-FS-FINBOLBS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3200-NOME-AGENCIA SECTION.
      * Agencia com movimento que nao esta ativa no cadastro
      * (encerrada, incorporada) ou que nao existe nele.
      *-----------------------------------------------------------------

           MOVE '(NAO CADASTRADA)' TO BOL-NOME

           IF NOT FINAGEN-DISPONIVEL
              EXIT SECTION
           END-IF

           MOVE BOL-NR-AGEN TO FINAGEN-NR-AGEN
           READ FINAGEN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FINAGEN-NOME TO BOL-NOME
           END-READ

           IF WS-FS-FINAGEN NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3300-SOMA-BANCO SECTION.
      *-----------------------------------------------------------------

           ADD BOL-QTD-ABERTAS-DIA    TO TOT-QTD-ABERTAS-DIA
           ADD BOL-QTD-ABERTAS-MES    TO TOT-QTD-ABERTAS-MES
           ADD BOL-QTD-ALTERADAS-DIA  TO TOT-QTD-ALTERADAS-DIA
           ADD BOL-QTD-ALTERADAS-MES  TO TOT-QTD-ALTERADAS-MES
           ADD BOL-QTD-ENCERRADAS-DIA TO TOT-QTD-ENCERRADAS-DIA
           ADD BOL-QTD-ENCERRADAS-MES TO TOT-QTD-ENCERRADAS-MES
           ADD BOL-VL-DEP-ANT         TO TOT-VL-DEP-ANT
           ADD BOL-VL-DEP-ATU         TO TOT-VL-DEP-ATU
           ADD BOL-VL-DEP-BASE        TO TOT-VL-DEP-BASE
           ADD BOL-VL-EMP-ANT         TO TOT-VL-EMP-ANT
           ADD BOL-VL-EMP-ATU         TO TOT-VL-EMP-ATU
           ADD BOL-VL-EMP-BASE        TO TOT-VL-EMP-BASE
           ADD BOL-QTD-EMPREST-DIA    TO TOT-QTD-EMPREST-DIA
           ADD BOL-VL-EMPREST-DIA     TO TOT-VL-EMPREST-DIA
           ADD BOL-QTD-EMPREST-MES    TO TOT-QTD-EMPREST-MES
           ADD BOL-VL-EMPREST-MES     TO TOT-VL-EMPREST-MES
           ADD BOL-QTD-TARIFAS-DIA    TO TOT-QTD-TARIFAS-DIA
           ADD BOL-VL-TARIFAS-DIA     TO TOT-VL-TARIFAS-DIA
           ADD BOL-QTD-TARIFAS-MES    TO TOT-QTD-TARIFAS-MES
           ADD BOL-VL-TARIFAS-MES     TO TOT-VL-TARIFAS-MES
           ADD BOL-QTD-SUSP-ABERT     TO TOT-QTD-SUSP-ABERT
           ADD BOL-VL-SUSP-ABERT      TO TOT-VL-SUSP-ABERT
           ADD BOL-QTD-SUSP-ENTRADA   TO TOT-QTD-SUSP-ENTRADA
           ADD BOL-VL-SUSP-ENTRADA    TO TOT-VL-SUSP-ENTRADA
           ADD BOL-QTD-SUSP-SAIDA     TO TOT-QTD-SUSP-SAIDA
           ADD BOL-VL-SUSP-SAIDA      TO TOT-VL-SUSP-SAIDA
           ADD BOL-QTD-SUSP-FECHA     TO TOT-QTD-SUSP-FECHA
           ADD BOL-VL-SUSP-FECHA      TO TOT-VL-SUSP-FECHA
           ADD BOL-QTD-BLOQUEIOS      TO TOT-QTD-BLOQUEIOS
           ADD BOL-VL-BLOQUEIOS       TO TOT-VL-BLOQUEIOS

           .

      *-----------------------------------------------------------------
       P4000-IMPRIME-BANCO SECTION.
      * Folha de resumo do banco: soma de todas as agencias.
      *-----------------------------------------------------------------

           MOVE 'P4000-IMPRIME-BANCO' TO WS-NOM-PARAGRAFO

           MOVE WS-TOTAL-BANCO TO WS-BOLETIM
           MOVE SPACES TO WS-TITULO-BOLETIM
           STRING 'RESUMO DO BANCO - TODAS AS AGENCIAS ('
                  WS-QTD-AGENCIAS ' AGENCIAS)'
                  DELIMITED BY SIZE  INTO WS-TITULO-BOLETIM
           END-STRING
           PERFORM P5000-IMPRIME-BOLETIM

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-BOLETIM SECTION.
      * Imprime a folha de WS-BOLETIM com o titulo WS-TITULO-BOLETIM.
      *-----------------------------------------------------------------

           MOVE WS-LINHA-SEPARADOR TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-TITULO-BOLETIM  TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE SPACES TO REG-FINBOLET
           STRING '   POSICAO EM REAIS (BRL)         INICIO DO DIA   '
                  'FECHAMENTO DO DIA      VARIACAO NO DIA       INICIO'
                  ' DO MES      VARIACAO NO MES'
                  DELIMITED BY SIZE  INTO REG-FINBOLET
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE 'DEPOSITOS'           TO WS-LIN-POS-DESC
           MOVE BOL-VL-DEP-ANT        TO WS-LIN-POS-INICIO-DIA
           MOVE BOL-VL-DEP-ATU        TO WS-LIN-POS-FECHAMENTO
           MOVE BOL-VL-DEP-BASE       TO WS-LIN-POS-INICIO-MES
           COMPUTE WS-VAR-DIA = BOL-VL-DEP-ATU - BOL-VL-DEP-ANT
           COMPUTE WS-VAR-MES = BOL-VL-DEP-ATU - BOL-VL-DEP-BASE
           MOVE WS-VAR-DIA            TO WS-LIN-POS-VAR-DIA
           MOVE WS-VAR-MES            TO WS-LIN-POS-VAR-MES
           MOVE WS-LINHA-POSICAO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'EMPRESTIMOS (SLD DEVEDOR)' TO WS-LIN-POS-DESC
           MOVE BOL-VL-EMP-ANT        TO WS-LIN-POS-INICIO-DIA
           MOVE BOL-VL-EMP-ATU        TO WS-LIN-POS-FECHAMENTO
           MOVE BOL-VL-EMP-BASE       TO WS-LIN-POS-INICIO-MES
           COMPUTE WS-VAR-DIA = BOL-VL-EMP-ATU - BOL-VL-EMP-ANT
           COMPUTE WS-VAR-MES = BOL-VL-EMP-ATU - BOL-VL-EMP-BASE
           MOVE WS-VAR-DIA            TO WS-LIN-POS-VAR-DIA
           MOVE WS-VAR-MES            TO WS-LIN-POS-VAR-MES
           MOVE WS-LINHA-POSICAO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE SPACES TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBOLET
           STRING '   MOVIMENTO                       QTD DIA         '
                  'VALOR NO DIA    QTD MES         VALOR NO MES'
                  DELIMITED BY SIZE  INTO REG-FINBOLET
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           MOVE 'CONTAS ABERTAS'         TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-ABERTAS-DIA      TO WS-LIN-MOV-QTD-DIA
           MOVE ZEROS                    TO WS-LIN-MOV-VL-DIA
           MOVE BOL-QTD-ABERTAS-MES      TO WS-LIN-MOV-QTD-MES
           MOVE ZEROS                    TO WS-LIN-MOV-VL-MES
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'CONTAS ALTERADAS'       TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-ALTERADAS-DIA    TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-QTD-ALTERADAS-MES    TO WS-LIN-MOV-QTD-MES
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'CONTAS ENCERRADAS'      TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-ENCERRADAS-DIA   TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-QTD-ENCERRADAS-MES   TO WS-LIN-MOV-QTD-MES
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'EMPRESTIMOS CONCEDIDOS' TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-EMPREST-DIA      TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-EMPREST-DIA       TO WS-LIN-MOV-VL-DIA
           MOVE BOL-QTD-EMPREST-MES      TO WS-LIN-MOV-QTD-MES
           MOVE BOL-VL-EMPREST-MES       TO WS-LIN-MOV-VL-MES
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'RECEITA DE TARIFAS'     TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-TARIFAS-DIA      TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-TARIFAS-DIA       TO WS-LIN-MOV-VL-DIA
           MOVE BOL-QTD-TARIFAS-MES      TO WS-LIN-MOV-QTD-MES
           MOVE BOL-VL-TARIFAS-MES       TO WS-LIN-MOV-VL-MES
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'SUSPENSE NA ABERTURA'   TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-SUSP-ABERT       TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-SUSP-ABERT        TO WS-LIN-MOV-VL-DIA
           MOVE SPACES                   TO WS-LIN-MOV-MES-X
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'REJEITOS ENTRANDO NO SUSPENSE' TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-SUSP-ENTRADA     TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-SUSP-ENTRADA      TO WS-LIN-MOV-VL-DIA
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'REJEITOS SAINDO DO SUSPENSE' TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-SUSP-SAIDA       TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-SUSP-SAIDA        TO WS-LIN-MOV-VL-DIA
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'SUSPENSE NO FECHAMENTO' TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-SUSP-FECHA       TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-SUSP-FECHA        TO WS-LIN-MOV-VL-DIA
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           MOVE 'BLOQUEIOS EM VIGOR'     TO WS-LIN-MOV-DESC
           MOVE BOL-QTD-BLOQUEIOS        TO WS-LIN-MOV-QTD-DIA
           MOVE BOL-VL-BLOQUEIOS         TO WS-LIN-MOV-VL-DIA
           MOVE WS-LINHA-MOVIMENTO TO REG-FINBOLET
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINBOLET    END-WRITE

           IF WS-FS-FINBOLET NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINBOLET - FILE STATUS = '
                     WS-FS-FINBOLET
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB277 - TERMINO COM ERRO'
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

           CLOSE FINBOLWK
                 FINBOLBS
                 FINBOLET
           IF FINAGEN-DISPONIVEL
              CLOSE FINAGEN
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB277 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'DATA DA MAQUINA (LOGS)      - ' WS-DATA-MAQUINA
           DISPLAY 'QTD CONTAS FINSLD (BRL)     - ' WS-QTD-LIDOS-FINSLD
           DISPLAY 'QTD CONTAS FINSLD.g1 (BRL)  - '
                    WS-QTD-LIDOS-FINSLD-G1
           DISPLAY 'QTD CONTAS EM MOEDA ESTRANG - '
                    WS-QTD-MOEDA-ESTRANG
           DISPLAY 'QTD LIDOS FINSMLOG          - '
                    WS-QTD-LIDOS-FINSMLOG
           DISPLAY 'QTD LIDOS FINLOAN           - ' WS-QTD-LIDOS-FINLOAN
           DISPLAY 'QTD LIDOS FINSLDH           - ' WS-QTD-LIDOS-FINSLDH
           DISPLAY 'QTD LIDOS FINTRANS          - '
                    WS-QTD-LIDOS-FINTRANS
           DISPLAY 'QTD LIDOS FINHOLD           - ' WS-QTD-LIDOS-FINHOLD
           DISPLAY 'QTD AGENCIAS NO BOLETIM     - ' WS-QTD-AGENCIAS
           DISPLAY 'QTD AGENCIAS SEM BASE       - ' WS-QTD-BASES-NOVAS
           IF NOT FINSLD-G1-DISPONIVEL
              DISPLAY 'AVISO - FINSLD.g1 AUSENTE - ABERTURA DO DIA '
                      'ZERADA'
           END-IF
           DISPLAY '***************************************************'

           .
