      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : ESPOLIO DE CLIENTE FALECIDO: REGISTRO DO OBITO NO
      *              CADASTRO DE CLIENTES COM O BLOQUEIO DE TODOS OS
      *              PRODUTOS VINCULADOS, DEMONSTRATIVO DA POSICAO NA
      *              DATA DO OBITO E LIBERACAO AOS HERDEIROS.
      *              ARQUIVOS : FINCUST  - CADASTRO DE CLIENTES (DADOS
      *                                    DO OBITO E DA LIBERACAO)
      *                         FINTITL  - VINCULOS CLIENTE x CONTA
      *                                    (MARCA DE TITULAR FALECIDO)
      *                         FINSLD   - SALDOS (CONGELAMENTO E
      *                                    LIBERACAO DAS CONTAS)
      *                         FINSORD  - ORDENS PERMANENTES
      *                         FINLOAN  - CONTRATOS DE EMPRESTIMO
      *                         FINALULK - VINCULOS MATRICULA x CLIENTE
      *                         FINCDB   - APLICACOES CDB (POSICAO)
      *                         FINSLDH  - HISTORICO DE MOVIMENTOS
      *                                    (SALDO NA DATA DO OBITO)
      *                         FINSMLOG - LOG DE MANUTENCOES (EXTEND)
      *                         FINESPOS - DEMONSTRATIVOS DE ESPOLIO
      *                                    (EXTEND)
      *
      * ESPECIFICAÇÃO
      * O falecimento de um cliente era tratado conta a conta: congelar
      * no FINSMNT, cancelar ordem por ordem no FINSOMNT e os contratos
      * ficavam esquecidos. Este programa (perfil manutencao ou
      * supervisor; as opcoes que alteram exigem supervisor) faz tudo
      * numa unica acao sobre o cliente do FINCUST:
      * (O)BITO - o supervisor informa a data do obito e o documento
      *    (certidao); as contas do cliente vem dos vinculos FINTITL:
      *    - conta EXCLUSIVA do falecido (nenhum outro titular
      *      principal/cotitular) ativa: congelada ('F') e o vinculo
      *      marcado 'C' (congelada pelo espolio);
      *    - conta CONJUNTA, ou em que o falecido era so representante:
      *      NAO e congelada (o sobrevivente segue movimentando); o
      *      vinculo do falecido e marcado 'F' (titular falecido), que
      *      a consulta (FINCONS) e o cadastro (FINCMNT) exibem;
      *    - ordens permanentes armadas das contas exclusivas ficam
      *      suspensas (proximo disparo zerado, como ordem esgotada -
      *      o FINPB150 nao as dispara mais);
      *    - contratos de emprestimo ativos/em atraso das contas
      *      exclusivas passam a 'O' (espolio): saem da emissao de
      *      parcelas do FINPB195 e ficam com a equipe de espolio, que
      *      os quita pela liquidacao do FINLNMNT;
      *    - o faturamento de mensalidades das matriculas em que o
      *      falecido e o cliente pagador (FINALULK) deixa de ser
      *      gerado: o FINPB270 consulta a situacao do cliente e manda
      *      a matricula para a excecao, para a secretaria indicar novo
      *      responsavel no FINALMNT;
      *    - emite o DEMONSTRATIVO DE POSICAO DO ESPOLIO com o saldo de
      *      cada conta NA DATA DO OBITO (ultimo saldo do historico
      *      FINSLDH ate a data; sem movimento ate la, o saldo anterior
      *      ao primeiro movimento posterior; sem historico, o saldo
      *      atual), alem do saldo atual, das aplicacoes CDB vigentes
      *      na data, dos contratos, ordens e matriculas.
      * (H)ERDEIROS - segunda etapa, por supervisor DIFERENTE do que
      *    registrou o obito, com o documento da partilha (alvara/
      *    formal): as contas congeladas pelo espolio voltam a 'A' para
      *    o pagamento aos herdeiros (o encerramento segue pelo
      *    FINSMNT) e o cliente fica como liberado. Contratos ainda no
      *    espolio sao avisados (o FINSMNT nao encerra a conta com
      *    contrato pendente).
      *    Conta tambem congelada por lista restritiva (vinculo 'R',
      *    caso confirmado no FINTRMNT) NAO e liberada: segue congelada
      *    ate a baixa do caso, que por sua vez respeita o espolio.
      * (P)OSICAO - reemite o demonstrativo de um cliente falecido.
      * Cada acao vai ao FINSMLOG, uma linha por conta/item, com a
      * chave da conta envolvida e as acoes:
      *    'O' conta exclusiva congelada pelo espolio
      *    'J' conta conjunta/representacao marcada (titular falecido)
      *    'S' ordem permanente suspensa
      *    'L' contrato de emprestimo passado ao espolio
      *    'M' mensalidade suspensa (matricula do cliente pagador)
      *    'H' conta liberada aos herdeiros
      * REEXECUCAO: o FINCUST so e marcado ao final; apos uma queda o
      * obito pode ser registrado de novo - o vinculo ja marcado 'C'
      * identifica a conta congelada na execucao interrompida.
      ******************************************************************
      * VRS002 - 15/10/2026 - LISTAS RESTRITIVAS: FINTITL GANHA A MARCA
      *                       DE RESTRICAO (FINTRMNT); A CONTA
      *                       EXCLUSIVA CONGELADA POR RESTRICAO ENTRA
      *                       NO ESPOLIO E A LIBERACAO AOS HERDEIROS
      *                       NAO DESCONGELA CONTA COM RESTRICAO.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINESMNT.
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
      *    CADASTRO DE CLIENTES - ACESSO DIRETO (READ/REWRITE)
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
      *    ORDENS PERMANENTES - OPCIONAL (VARREDURA E REWRITE)
      *    MESMA DEFINICAO USADA PELO FINSOMNT (VER FD FINSORD, LA).
           SELECT FINSORD  ASSIGN TO 'FINSORD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINSORD-ID
                  FILE STATUS IS WS-FS-FINSORD.
      *    CONTRATOS DE EMPRESTIMO - OPCIONAL (VARREDURA E REWRITE)
      *    MESMA DEFINICAO USADA PELO FINPB195 (VER FD FINLOAN, LA).
           SELECT FINLOAN  ASSIGN TO 'FINLOAN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    VINCULOS MATRICULA x CLIENTE - OPCIONAL (VARREDURA)
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA).
           SELECT FINALULK ASSIGN TO 'FINALULK.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINALULK-MATRICULA
                  FILE STATUS IS WS-FS-FINALULK.
      *    APLICACOES CDB - OPCIONAL (VARREDURA)
      *    MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB, LA).
           SELECT FINCDB   ASSIGN TO 'FINCDB.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCDB-NR-APLIC
                  FILE STATUS IS WS-FS-FINCDB.
      *    HISTORICO PERMANENTE DE MOVIMENTOS - OPCIONAL (READ)
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDH, LA).
           SELECT FINSLDH  ASSIGN TO 'FINSLDH.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDH.
      *    LOG DE MANUTENCOES - SAIDA (WRITE, EXTEND)
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSMLOG, LA).
           SELECT FINSMLOG ASSIGN TO 'FINSMLOG.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSMLOG.
      *    DEMONSTRATIVOS DE ESPOLIO (WRITE, EXTEND)
           SELECT FINESPOS ASSIGN TO 'FINESPOS.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINESPOS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
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
              88  FINCUST-ESPOLIO-ABERTO     VALUE 'O'.
              88  FINCUST-ESPOLIO-LIBERADO   VALUE 'H'.
           03  FINCUST-DT-REG-OBITO   PIC  9(008).
           03  FINCUST-SUPERV-OBITO   PIC  X(008).
           03  FINCUST-DT-LIBERACAO   PIC  9(008).
           03  FINCUST-SUPERV-LIBERA  PIC  X(008).
           03  FINCUST-DOC-LIBERACAO  PIC  X(020).
           03  FILLER                 PIC  X(091).
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
              88  FINTITL-TITULAR-FALECIDO   VALUE 'C' 'F'.
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
      *    MESMA DEFINICAO USADA PELO FINSOMNT (VER FD FINSORD, LA)
       FD  FINSORD
           RECORD CONTAINS 068 CHARACTERS.

       01  REG-FINSORD.
           03  FINSORD-ID             PIC  9(006).
           03  FINSORD-NR-AGEN        PIC  9(004).
           03  FINSORD-NR-CC          PIC  X(011).
           03  FINSORD-COD-SUBCONTA   PIC  X(002).
           03  FINSORD-VL-TRAN        PIC  9(009)V99.
           03  FINSORD-IND-TRAN       PIC  X(001).
           03  FINSORD-DIA-MES        PIC  9(002).
           03  FINSORD-DT-INICIO      PIC  9(008).
           03  FINSORD-DT-FIM         PIC  9(008).
           03  FINSORD-DT-PROXIMA     PIC  9(008).
           03  FINSORD-COD-MOEDA      PIC  X(003).
           03  FINSORD-QTD-GERADAS    PIC  9(004).
      *
      *    MESMA DEFINICAO USADA PELO FINPB195 (VER FD FINLOAN, LA)
       FD  FINLOAN
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-FINLOAN.
           03  FINLOAN-NR-CONTRATO    PIC  9(008).
           03  FINLOAN-CHAVE-CONTA    PIC  X(017).
           03  FINLOAN-VL-PRINCIPAL   PIC  9(009)V99.
           03  FINLOAN-TAXA-ANUAL     PIC  9(003)V99.
           03  FINLOAN-PRAZO-MESES    PIC  9(003).
           03  FINLOAN-VL-PARCELA     PIC  9(009)V99.
           03  FINLOAN-DIA-VENCTO     PIC  9(002).
           03  FINLOAN-QTD-EMITIDAS   PIC  9(003).
      *    'O'=Espolio (titular falecido; contrato com a equipe de
      *    espolio, fora da emissao de parcelas)
           03  FINLOAN-STATUS         PIC  X(001).
              88  FINLOAN-ATIVO              VALUE 'A'.
              88  FINLOAN-LIQUIDADO          VALUE 'L'.
              88  FINLOAN-EM-ATRASO          VALUE 'V'.
              88  FINLOAN-ESPOLIO            VALUE 'O'.
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA)
       FD  FINALULK
           RECORD CONTAINS 028 CHARACTERS.

       01  REG-FINALULK.
           03  FINALULK-MATRICULA     PIC  9(005).
           03  FINALULK-CLIENTE       PIC  9(006).
           03  FINALULK-CHAVE-CONTA   PIC  X(017).
      *
      *    MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB, LA)
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
              88  FINCDB-ATIVA               VALUE 'A'.
           03  FINCDB-DT-RESGATE      PIC  9(008).
           03  FILLER                 PIC  X(072).
      *
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDH, LA)
       FD  FINSLDH
           RECORDING MODE IS F
           RECORD CONTAINS 086 CHARACTERS.

       01  REG-FINSLDH.
           03  FINSLDH-CHAVE             PIC  X(017).
           03  FINSLDH-DATA-PROC         PIC  9(008).
           03  FINSLDH-NR-SEQ            PIC  9(007).
           03  FINSLDH-VL-SLD-ANTES      PIC  S9(009)V99.
           03  FINSLDH-VL-TRAN           PIC  9(009)V99.
           03  FINSLDH-IND-TRAN          PIC  X(001).
           03  FINSLDH-VL-SLD-DEPOIS     PIC  S9(009)V99.
           03  FINSLDH-ID-TRAN           PIC  9(010).
           03  FINSLDH-COD-ORIGEM        PIC  X(002).
           03  FINSLDH-COD-OPER          PIC  X(008).
      *
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSMLOG, LA);
      *    ACOES DO ESPOLIO: 'O' CONTA CONGELADA, 'J' CONTA CONJUNTA
      *    MARCADA, 'S' ORDEM SUSPENSA, 'L' CONTRATO AO ESPOLIO,
      *    'M' MENSALIDADE SUSPENSA, 'H' CONTA LIBERADA AOS HERDEIROS
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
      *    DEMONSTRATIVO DE POSICAO DO ESPOLIO (LINHAS IMPRESSAS)
       FD  FINESPOS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINESPOS               PIC  X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINESMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSORD          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINALULK         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDB           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDH          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSMLOG         PIC X(002)  VALUE '00'.
           05  WS-FS-FINESPOS         PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-VARREDURA-SW    PIC X(001)  VALUE 'N'.
              88  FIM-VARREDURA              VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-FINTITL-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINTITL-EXISTE             VALUE 'S'.
           05  WS-CLIENTE-ACHADO-SW   PIC X(001)  VALUE 'N'.
              88  CLIENTE-ACHADO             VALUE 'S'.
           05  WS-CONTA-NA-TABELA-SW  PIC X(001)  VALUE 'N'.
              88  CONTA-NA-TABELA            VALUE 'S'.
           05  WS-CONTA-RESTRITA-SW   PIC X(001)  VALUE 'N'.
              88  CONTA-RESTRITA             VALUE 'S'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-RESPOSTA            PIC X(001)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
           05  WS-HORA-AGORA          PIC 9(008)  VALUE ZEROS.
      *
      *    'O' = REGISTRO DO OBITO, 'H' = LIBERACAO AOS HERDEIROS,
      *    'P' = REEMISSAO (TITULO DO DEMONSTRATIVO)
           05  WS-TIPO-DEMONSTRATIVO  PIC X(001)  VALUE SPACES.
      *
      *    DADOS INFORMADOS PELO SUPERVISOR
           05  WS-ESP-CLIENTE         PIC 9(006)  VALUE ZEROS.
           05  WS-ESP-DT-OBITO        PIC 9(008)  VALUE ZEROS.
           05  WS-ESP-DOCUMENTO       PIC X(020)  VALUE SPACES.
      *
      *    PESQUISA NA TABELA DE CONTAS DO CLIENTE
           05  WS-CHAVE-PESQUISA      PIC X(017)  VALUE SPACES.
           05  WS-QTD-OUTROS          PIC 9(003)  VALUE ZEROS.
      *
      *    ACAO E CHAVE DA LINHA DO FINSMLOG
           05  WS-LOG-ACAO            PIC X(001)  VALUE SPACES.
           05  WS-LOG-CHAVE           PIC X(017)  VALUE SPACES.
      *
           05  WS-QTD-CONGELADAS      PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-MARCADAS        PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-ORDENS          PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-CONTRATOS       PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-MATRICULAS      PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-LIBERADAS       PIC 9(005)  VALUE ZEROS.
           05  WS-QTD-ITENS           PIC 9(005)  VALUE ZEROS.
      *
           05  WS-DESC-PAPEL          PIC X(010)  VALUE SPACES.
           05  WS-DESC-ACAO           PIC X(016)  VALUE SPACES.
           05  WS-DESC-SITUACAO       PIC X(023)  VALUE SPACES.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * CRITICA DA DATA DO OBITO (MESMO CRITERIO DO FINCLMNT)
      *-----------------------------------------------------------------
       01  WS-AREA-CRITICA-DATA.
           05  WS-DATA-INFORMADA      PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-INFORMADA-R REDEFINES WS-DATA-INFORMADA.
               10  WS-DAT-AAAA        PIC 9(004).
               10  WS-DAT-MM          PIC 9(002).
               10  WS-DAT-DD          PIC 9(002).
           05  WS-DATA-VALIDA-SW      PIC X(001)  VALUE 'N'.
              88  DATA-VALIDA                VALUE 'S'.
           05  WS-ULTIMO-DIA          PIC 9(002)  VALUE ZEROS.
           05  WS-RESTO-BISSEXTO      PIC 9(004)  VALUE ZEROS.
           05  WS-QUOC-BISSEXTO       PIC 9(004)  VALUE ZEROS.
      *
      *-----------------------------------------------------------------
      * CONTAS DO CLIENTE (VINCULOS FINTITL), COM A CLASSIFICACAO DO
      * ESPOLIO E OS SALDOS; ESTOURO DA TABELA E ERRO
      *-----------------------------------------------------------------
       01  WS-TAB-CONTAS.
           05  WS-QTD-CONTAS          PIC 9(003)  VALUE ZEROS.
           05  WS-TAB-CTA OCCURS 100 TIMES
                           INDEXED BY WS-IDX-CTA.
               10  WS-CTA-CHAVE       PIC X(017).
               10  WS-CTA-PAPEL       PIC X(001).
               10  WS-CTA-IND-OBITO   PIC X(001).
               10  WS-CTA-IND-RESTR   PIC X(001).
      *        'C' EXCLUSIVA A CONGELAR/CONGELADA PELO ESPOLIO,
      *        'N' EXCLUSIVA SEM ACAO (JA CONGELADA OU ENCERRADA),
      *        'J' CONJUNTA, 'R' FALECIDO SO REPRESENTANTE
               10  WS-CTA-ACAO        PIC X(001).
                   88  WS-CTA-EXCLUSIVA       VALUE 'C' 'N'.
               10  WS-CTA-EXISTE      PIC X(001).
               10  WS-CTA-STATUS      PIC X(001).
               10  WS-CTA-MOEDA       PIC X(003).
               10  WS-CTA-VL-ATUAL    PIC S9(009)V99.
               10  WS-CTA-VL-OBITO    PIC S9(009)V99.
      *        ORIGEM DO SALDO NA DATA DO OBITO: 'A' MOVIMENTO ATE A
      *        DATA, 'D' PRIMEIRO MOVIMENTO DEPOIS, BRANCO = SALDO ATUAL
               10  WS-CTA-IND-HIST    PIC X(001).
               10  WS-CTA-DT-HIST     PIC 9(008).
               10  WS-CTA-SEQ-HIST    PIC 9(007).
      *
      *    TOTAIS DAS CONTAS EXCLUSIVAS, POR MOEDA
       01  WS-TAB-TOTAIS.
           05  WS-QTD-MOEDAS          PIC 9(002)  VALUE ZEROS.
           05  WS-TAB-TOT OCCURS 10 TIMES
                           INDEXED BY WS-IDX-TOT.
               10  WS-TOT-MOEDA       PIC X(003).
               10  WS-TOT-VL-OBITO    PIC S9(011)V99.
               10  WS-TOT-VL-ATUAL    PIC S9(011)V99.
      *
       01  WS-VL-EDITADO-1            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-VL-EDITADO-2            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    LINHA DO DEMONSTRATIVO (GRAVADA EM FINESPOS E NO CONSOLE)
       01  WS-LINHA                   PIC X(100)  VALUE SPACES.
      *
       01  WS-LINHA-CONTA.
           05  WS-LIN-CTA-CHAVE       PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-PAPEL       PIC X(010).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-ACAO        PIC X(016).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-STATUS      PIC X(001).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-MOEDA       PIC X(003).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-VL-OBITO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-CTA-VL-ATUAL    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(005)  VALUE SPACES.
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
      * Sign-on (manutencao ou supervisor) e abertura dos arquivos
      * usados em todas as opcoes; os cadastros de produtos sao
      * abertos em cada varredura (todos opcionais).
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

           OPEN I-O FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINCUST - FILE STATUS = '
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
           DISPLAY 'PROGRAMA FINESMNT - ESPOLIO DE CLIENTE FALECIDO'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu e repete ate o operador optar por encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(O)BITO  (H)ERDEIROS  (P)OSICAO  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'O'  WHEN 'o'
                      PERFORM P2000-REGISTRA-OBITO
                 WHEN 'H'  WHEN 'h'
                      PERFORM P3000-LIBERA-HERDEIROS
                 WHEN 'P'  WHEN 'p'
                      PERFORM P4000-REEMITE-POSICAO
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-REGISTRA-OBITO SECTION.
      * Registro do obito (supervisor): classifica as contas do
      * cliente, exibe o plano e, confirmado, congela/marca as contas,
      * suspende ordens e mensalidades, passa os contratos ao espolio,
      * grava o obito no FINCUST e emite o demonstrativo.
      *-----------------------------------------------------------------

           MOVE 'P2000-REGISTRA-OBITO' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'REGISTRO DE OBITO RESTRITO A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P5000-LE-CLIENTE
           IF NOT CLIENTE-ACHADO
              EXIT SECTION
           END-IF
           IF FINCUST-FALECIDO
              DISPLAY 'OBITO JA REGISTRADO EM ' FINCUST-DT-REG-OBITO
                      ' (DATA DO OBITO ' FINCUST-DT-OBITO ').'
              EXIT SECTION
           END-IF

           PERFORM P2100-CRITICA-DATA-OBITO
           IF NOT DATA-VALIDA
              EXIT SECTION
           END-IF

           DISPLAY 'DOCUMENTO DO OBITO (CERTIDAO): '
           ACCEPT WS-ESP-DOCUMENTO
           IF WS-ESP-DOCUMENTO EQUAL SPACES
              DISPLAY 'DOCUMENTO OBRIGATORIO - REGISTRO CANCELADO.'
              EXIT SECTION
           END-IF

           PERFORM P6000-CARREGA-CONTAS
           PERFORM P6500-SALDO-NA-DATA-OBITO

           DISPLAY ' '
           DISPLAY 'CONTAS DO CLIENTE ' FINCUST-ID ' ' FINCUST-NOME
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              PERFORM P7050-MONTA-LINHA-CONTA
              DISPLAY WS-LINHA-CONTA
           END-PERFORM
           IF WS-QTD-CONTAS EQUAL ZEROS
              DISPLAY '  NENHUMA CONTA VINCULADA.'
           END-IF

           DISPLAY ' '
           DISPLAY 'CONFIRMA O REGISTRO DO OBITO E O BLOQUEIO DO '
                   'ESPOLIO (S/N)? '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'REGISTRO CANCELADO - NADA FOI ALTERADO.'
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-QTD-CONGELADAS
                         WS-QTD-MARCADAS
                         WS-QTD-ORDENS
                         WS-QTD-CONTRATOS
                         WS-QTD-MATRICULAS

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              PERFORM P2200-BLOQUEIA-CONTA
           END-PERFORM
           PERFORM P2300-SUSPENDE-ORDENS
           PERFORM P2400-CONTRATOS-AO-ESPOLIO
           PERFORM P2500-SUSPENDE-MENSALIDADES

      *    O cliente so e marcado depois de tudo aplicado (reexecucao).
           MOVE WS-ESP-CLIENTE TO FINCUST-ID
           READ FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE WS-ESP-DT-OBITO   TO FINCUST-DT-OBITO
           MOVE WS-ESP-DOCUMENTO  TO FINCUST-DOC-OBITO
           MOVE 'O'               TO FINCUST-SIT-ESPOLIO
           MOVE WS-DATA-HOJE      TO FINCUST-DT-REG-OBITO
           MOVE WS-SGN-COD-OPER   TO FINCUST-SUPERV-OBITO
           MOVE ZEROS             TO FINCUST-DT-LIBERACAO
           MOVE SPACES            TO FINCUST-SUPERV-LIBERA
                                     FINCUST-DOC-LIBERACAO
           REWRITE REG-FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '---------------------------------------------------'
           DISPLAY 'CONTAS CONGELADAS PELO ESPOLIO - ' WS-QTD-CONGELADAS
           DISPLAY 'CONTAS CONJUNTAS MARCADAS     - ' WS-QTD-MARCADAS
           DISPLAY 'ORDENS PERMANENTES SUSPENSAS  - ' WS-QTD-ORDENS
           DISPLAY 'CONTRATOS PASSADOS AO ESPOLIO - ' WS-QTD-CONTRATOS
           DISPLAY 'MATRICULAS COM MENSALIDADE    - ' WS-QTD-MATRICULAS
           DISPLAY 'OBITO REGISTRADO.'

           MOVE 'O' TO WS-TIPO-DEMONSTRATIVO
           PERFORM P7000-EMITE-DEMONSTRATIVO

           .

      *-----------------------------------------------------------------
       P2100-CRITICA-DATA-OBITO SECTION.
      * Pede a data do obito e critica (numerica, mes, dia dentro do
      * mes com bissexto, nao futura).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-DATA-VALIDA-SW

           DISPLAY 'DATA DO OBITO (AAAAMMDD): '
           ACCEPT WS-DATA-INFORMADA

           IF WS-DATA-INFORMADA NOT NUMERIC
              DISPLAY 'DATA NAO NUMERICA.'
              EXIT SECTION
           END-IF
           IF WS-DATA-INFORMADA GREATER WS-DATA-HOJE
              DISPLAY 'DATA DO OBITO POSTERIOR A DATA DE HOJE.'
              EXIT SECTION
           END-IF
           IF WS-DAT-AAAA < 1900
              DISPLAY 'ANO INVALIDO.'
              EXIT SECTION
           END-IF
           IF WS-DAT-MM < 01 OR WS-DAT-MM > 12
              DISPLAY 'MES INVALIDO.'
              EXIT SECTION
           END-IF

           EVALUATE WS-DAT-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-ULTIMO-DIA
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-ULTIMO-DIA
               WHEN 02
                    DIVIDE WS-DAT-AAAA BY 4
                           GIVING WS-QUOC-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                    IF WS-RESTO-BISSEXTO EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                    ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                    END-IF
           END-EVALUATE

           IF WS-DAT-DD < 01 OR WS-DAT-DD > WS-ULTIMO-DIA
              DISPLAY 'DIA INVALIDO PARA O MES.'
              EXIT SECTION
           END-IF

           MOVE WS-DATA-INFORMADA TO WS-ESP-DT-OBITO
           MOVE 'S' TO WS-DATA-VALIDA-SW

           .

      *-----------------------------------------------------------------
       P2200-BLOQUEIA-CONTA SECTION.
      * Conta WS-IDX-CTA: marca o vinculo do falecido ('C' na conta
      * exclusiva congelada pelo espolio, 'F' nas demais) e congela a
      * conta exclusiva ativa; cada acao vai ao FINSMLOG.
      *-----------------------------------------------------------------

           MOVE 'P2200-BLOQUEIA-CONTA' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO FINTITL-CONTA
           MOVE WS-ESP-CLIENTE           TO FINTITL-CLIENTE
           READ FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTITL ' WS-CTA-CHAVE(WS-IDX-CTA)
                     ' - FILE STATUS = ' WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF WS-CTA-ACAO(WS-IDX-CTA) EQUAL 'C'
              MOVE 'C' TO FINTITL-IND-OBITO
           ELSE
              MOVE 'F' TO FINTITL-IND-OBITO
           END-IF
           REWRITE REG-FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE FINTITL-IND-OBITO TO WS-CTA-IND-OBITO(WS-IDX-CTA)

           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO WS-LOG-CHAVE

           EVALUATE WS-CTA-ACAO(WS-IDX-CTA)
               WHEN 'C'
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
                    IF FINSLD-CONTA-ATIVA
                       MOVE 'F' TO FINSLD-STATUS
                       REWRITE REG-FINSLD
                       IF WS-FS-FINSLD NOT EQUAL '00'
                          MOVE SPACES TO WS-MSG
                          STRING 'ERRO - REWRITE FINSLD - FILE '
                                 'STATUS = ' WS-FS-FINSLD
                                 DELIMITED BY SIZE  INTO WS-MSG
                          END-STRING
                          PERFORM P8000-ERRO
                       END-IF
                    END-IF
                    MOVE FINSLD-STATUS TO WS-CTA-STATUS(WS-IDX-CTA)
                    MOVE 'O' TO WS-LOG-ACAO
                    PERFORM P7500-GRAVA-FINSMLOG
                    ADD 1 TO WS-QTD-CONGELADAS
               WHEN 'J'
               WHEN 'R'
                    MOVE 'J' TO WS-LOG-ACAO
                    PERFORM P7500-GRAVA-FINSMLOG
                    ADD 1 TO WS-QTD-MARCADAS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2300-SUSPENDE-ORDENS SECTION.
      * Ordens permanentes armadas das contas exclusivas do falecido:
      * proximo disparo zerado (ordem esgotada para o FINPB150). As
      * ordens das contas conjuntas seguem e saem no demonstrativo.
      *-----------------------------------------------------------------

           MOVE 'P2300-SUSPENDE-ORDENS' TO WS-NOM-PARAGRAFO

           OPEN I-O FINSORD
           EVALUATE WS-FS-FINSORD
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINSORD - FILE STATUS = '
                           WS-FS-FINSORD
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSORD NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINSORD-DT-PROXIMA NOT EQUAL ZEROS
                       MOVE SPACES TO WS-CHAVE-PESQUISA
                       STRING FINSORD-NR-AGEN FINSORD-NR-CC
                              FINSORD-COD-SUBCONTA
                              DELIMITED BY SIZE
                              INTO WS-CHAVE-PESQUISA
                       END-STRING
                       PERFORM P6600-PROCURA-NA-TABELA
                       IF CONTA-NA-TABELA
                          AND WS-CTA-EXCLUSIVA(WS-IDX-CTA)
                          MOVE ZEROS TO FINSORD-DT-PROXIMA
                          REWRITE REG-FINSORD
                          IF WS-FS-FINSORD NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINSORD - FILE '
                                    'STATUS = ' WS-FS-FINSORD
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          DISPLAY 'ORDEM ' FINSORD-ID
                                  ' SUSPENSA (CONTA '
                                  WS-CHAVE-PESQUISA ')'
                          MOVE WS-CHAVE-PESQUISA TO WS-LOG-CHAVE
                          MOVE 'S' TO WS-LOG-ACAO
                          PERFORM P7500-GRAVA-FINSMLOG
                          ADD 1 TO WS-QTD-ORDENS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSORD

           .

      *-----------------------------------------------------------------
       P2400-CONTRATOS-AO-ESPOLIO SECTION.
      * Contratos ativos/em atraso das contas exclusivas do falecido
      * passam a 'O' (espolio).
      *-----------------------------------------------------------------

           MOVE 'P2400-CONTRATOS-AO-ESPOLIO' TO WS-NOM-PARAGRAFO

           OPEN I-O FINLOAN
           EVALUATE WS-FS-FINLOAN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINLOAN - FILE STATUS = '
                           WS-FS-FINLOAN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINLOAN NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINLOAN-ATIVO OR FINLOAN-EM-ATRASO
                       MOVE FINLOAN-CHAVE-CONTA TO WS-CHAVE-PESQUISA
                       PERFORM P6600-PROCURA-NA-TABELA
                       IF CONTA-NA-TABELA
                          AND WS-CTA-EXCLUSIVA(WS-IDX-CTA)
                          MOVE 'O' TO FINLOAN-STATUS
                          REWRITE REG-FINLOAN
                          IF WS-FS-FINLOAN NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINLOAN - FILE '
                                    'STATUS = ' WS-FS-FINLOAN
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          DISPLAY 'CONTRATO ' FINLOAN-NR-CONTRATO
                                  ' PASSADO AO ESPOLIO (CONTA '
                                  WS-CHAVE-PESQUISA ')'
                          MOVE WS-CHAVE-PESQUISA TO WS-LOG-CHAVE
                          MOVE 'L' TO WS-LOG-ACAO
                          PERFORM P7500-GRAVA-FINSMLOG
                          ADD 1 TO WS-QTD-CONTRATOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINLOAN

           .

      *-----------------------------------------------------------------
       P2500-SUSPENDE-MENSALIDADES SECTION.
      * Matriculas em que o falecido e o cliente pagador: o FINPB270
      * deixa de faturar ao ver o obito no FINCUST; aqui cada uma e
      * registrada no FINSMLOG, com a conta do vinculo.
      *-----------------------------------------------------------------

           MOVE 'P2500-SUSPENDE-MENSALIDADES' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINALULK
           EVALUATE WS-FS-FINALULK
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINALULK - FILE STATUS = '
                           WS-FS-FINALULK
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINALULK NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINALULK-CLIENTE EQUAL WS-ESP-CLIENTE
                       DISPLAY 'MATRICULA ' FINALULK-MATRICULA
                               ' - MENSALIDADE SUSPENSA (CONTA '
                               FINALULK-CHAVE-CONTA ')'
                       MOVE FINALULK-CHAVE-CONTA TO WS-LOG-CHAVE
                       MOVE 'M' TO WS-LOG-ACAO
                       PERFORM P7500-GRAVA-FINSMLOG
                       ADD 1 TO WS-QTD-MATRICULAS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINALULK

           .

      *-----------------------------------------------------------------
       P3000-LIBERA-HERDEIROS SECTION.
      * Segunda etapa (supervisor diferente do registro do obito): as
      * contas congeladas pelo espolio voltam a 'A' para o pagamento
      * aos herdeiros e o cliente fica como liberado.
      *-----------------------------------------------------------------

           MOVE 'P3000-LIBERA-HERDEIROS' TO WS-NOM-PARAGRAFO

           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'LIBERACAO AOS HERDEIROS RESTRITA A SUPERVISOR.'
              EXIT SECTION
           END-IF

           PERFORM P5000-LE-CLIENTE
           IF NOT CLIENTE-ACHADO
              EXIT SECTION
           END-IF
           IF NOT FINCUST-FALECIDO
              DISPLAY 'OBITO NAO REGISTRADO PARA ESTE CLIENTE.'
              EXIT SECTION
           END-IF
           IF FINCUST-ESPOLIO-LIBERADO
              DISPLAY 'ESPOLIO JA LIBERADO EM ' FINCUST-DT-LIBERACAO
                      ' POR ' FINCUST-SUPERV-LIBERA '.'
              EXIT SECTION
           END-IF
           IF FINCUST-SUPERV-OBITO EQUAL WS-SGN-COD-OPER
              DISPLAY 'A LIBERACAO EXIGE SUPERVISOR DIFERENTE DO QUE '
                      'REGISTROU O OBITO (' FINCUST-SUPERV-OBITO ').'
              EXIT SECTION
           END-IF

           MOVE FINCUST-DT-OBITO TO WS-ESP-DT-OBITO
           PERFORM P6000-CARREGA-CONTAS
           PERFORM P6500-SALDO-NA-DATA-OBITO

           DISPLAY ' '
           DISPLAY 'CONTAS DO CLIENTE ' FINCUST-ID ' ' FINCUST-NOME
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              PERFORM P7050-MONTA-LINHA-CONTA
              DISPLAY WS-LINHA-CONTA
           END-PERFORM

           PERFORM P3200-CONTA-CONTRATOS-ESPOLIO
           IF WS-QTD-CONTRATOS GREATER ZEROS
              DISPLAY 'ATENCAO: ' WS-QTD-CONTRATOS ' CONTRATO(S) AINDA '
                      'NO ESPOLIO - A CONTA SO ENCERRA APOS A '
                      'LIQUIDACAO.'
           END-IF

           DISPLAY 'DOCUMENTO DA PARTILHA (ALVARA/FORMAL): '
           ACCEPT WS-ESP-DOCUMENTO
           IF WS-ESP-DOCUMENTO EQUAL SPACES
              DISPLAY 'DOCUMENTO OBRIGATORIO - LIBERACAO CANCELADA.'
              EXIT SECTION
           END-IF

           DISPLAY 'CONFIRMA A LIBERACAO AOS HERDEIROS (S/N)? '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'LIBERACAO CANCELADA - NADA FOI ALTERADO.'
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-QTD-LIBERADAS
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              IF WS-CTA-IND-OBITO(WS-IDX-CTA) EQUAL 'C'
                 PERFORM P3100-LIBERA-CONTA
              END-IF
           END-PERFORM

           MOVE WS-ESP-CLIENTE TO FINCUST-ID
           READ FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE 'H'               TO FINCUST-SIT-ESPOLIO
           MOVE WS-DATA-HOJE      TO FINCUST-DT-LIBERACAO
           MOVE WS-SGN-COD-OPER   TO FINCUST-SUPERV-LIBERA
           MOVE WS-ESP-DOCUMENTO  TO FINCUST-DOC-LIBERACAO
           REWRITE REG-FINCUST
           IF WS-FS-FINCUST NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '---------------------------------------------------'
           DISPLAY 'CONTAS LIBERADAS AOS HERDEIROS - ' WS-QTD-LIBERADAS
           DISPLAY 'ESPOLIO LIBERADO.'

           MOVE 'H' TO WS-TIPO-DEMONSTRATIVO
           PERFORM P7000-EMITE-DEMONSTRATIVO

           .

      *-----------------------------------------------------------------
       P3100-LIBERA-CONTA SECTION.
      * Conta WS-IDX-CTA congelada pelo espolio: volta a 'A' e o
      * vinculo fica so com a marca de titular falecido ('F'). Conta
      * com vinculo marcado 'R' (lista restritiva) segue congelada.
      *-----------------------------------------------------------------

           MOVE 'P3100-LIBERA-CONTA' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO WS-LOG-CHAVE
           PERFORM P3150-VERIFICA-RESTRICAO
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
           IF FINSLD-CONTA-CONGELADA AND NOT CONTA-RESTRITA
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
           END-IF
           MOVE FINSLD-STATUS TO WS-CTA-STATUS(WS-IDX-CTA)

           MOVE WS-LOG-CHAVE   TO FINTITL-CONTA
           MOVE WS-ESP-CLIENTE TO FINTITL-CLIENTE
           READ FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTITL ' WS-LOG-CHAVE
                     ' - FILE STATUS = ' WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE 'F' TO FINTITL-IND-OBITO
           REWRITE REG-FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE 'F' TO WS-CTA-IND-OBITO(WS-IDX-CTA)

           IF CONTA-RESTRITA
              DISPLAY 'CONTA ' WS-LOG-CHAVE ' SEGUE CONGELADA - LISTA '
                      'RESTRITIVA (BAIXA SO PELO FINTRMNT).'
              EXIT SECTION
           END-IF

           MOVE 'H' TO WS-LOG-ACAO
           PERFORM P7500-GRAVA-FINSMLOG
           ADD 1 TO WS-QTD-LIBERADAS

           .

      *-----------------------------------------------------------------
       P3150-VERIFICA-RESTRICAO SECTION.
      * Algum vinculo da conta WS-LOG-CHAVE marcado 'R' (caso de lista
      * restritiva confirmado) liga CONTA-RESTRITA.
      *-----------------------------------------------------------------

           MOVE 'N'          TO WS-CONTA-RESTRITA-SW
                                WS-FIM-FINTITL-SW
           MOVE WS-LOG-CHAVE TO FINTITL-CONTA
           MOVE ZEROS        TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL OR CONTA-RESTRITA
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL WS-LOG-CHAVE
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-CONGELADA-RESTRICAO
                          MOVE 'S' TO WS-CONTA-RESTRITA-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3200-CONTA-CONTRATOS-ESPOLIO SECTION.
      * Quantidade de contratos ainda 'O' (espolio) nas contas do
      * cliente, para o aviso da liberacao.
      *-----------------------------------------------------------------

           MOVE 'P3200-CONTA-CONTRATOS-ESPOLIO' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-CONTRATOS

           OPEN INPUT FINLOAN
           IF WS-FS-FINLOAN NOT EQUAL '00'
              EXIT SECTION
           END-IF

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINLOAN NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINLOAN-ESPOLIO
                       MOVE FINLOAN-CHAVE-CONTA TO WS-CHAVE-PESQUISA
                       PERFORM P6600-PROCURA-NA-TABELA
                       IF CONTA-NA-TABELA
                          ADD 1 TO WS-QTD-CONTRATOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINLOAN

           .

      *-----------------------------------------------------------------
       P4000-REEMITE-POSICAO SECTION.
      * Reemissao do demonstrativo de um cliente falecido, com a
      * situacao atual das contas e produtos.
      *-----------------------------------------------------------------

           MOVE 'P4000-REEMITE-POSICAO' TO WS-NOM-PARAGRAFO

           PERFORM P5000-LE-CLIENTE
           IF NOT CLIENTE-ACHADO
              EXIT SECTION
           END-IF
           IF NOT FINCUST-FALECIDO
              DISPLAY 'OBITO NAO REGISTRADO PARA ESTE CLIENTE.'
              EXIT SECTION
           END-IF

           MOVE FINCUST-DT-OBITO TO WS-ESP-DT-OBITO
           PERFORM P6000-CARREGA-CONTAS
           PERFORM P6500-SALDO-NA-DATA-OBITO

           MOVE 'P' TO WS-TIPO-DEMONSTRATIVO
           PERFORM P7000-EMITE-DEMONSTRATIVO

           .

      *-----------------------------------------------------------------
       P5000-LE-CLIENTE SECTION.
      * Pede o codigo do cliente e le o FINCUST.
      *-----------------------------------------------------------------

           MOVE 'P5000-LE-CLIENTE' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-CLIENTE-ACHADO-SW

           DISPLAY ' '
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-ESP-CLIENTE
           MOVE WS-ESP-CLIENTE TO FINCUST-ID

           READ FINCUST
              INVALID KEY
                 DISPLAY 'CLIENTE NAO CADASTRADO.'
              NOT INVALID KEY
                 MOVE 'S' TO WS-CLIENTE-ACHADO-SW
                 DISPLAY 'NOME ..........: ' FINCUST-NOME
                 DISPLAY 'DOCUMENTO .....: ' FINCUST-NR-DOC
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
       P6000-CARREGA-CONTAS SECTION.
      * Carrega na tabela as contas do cliente (chave alternativa de
      * FINTITL) e, numa segunda passada, classifica cada uma.
      *-----------------------------------------------------------------

           MOVE 'P6000-CARREGA-CONTAS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-CONTAS
           MOVE 'N'   TO WS-FIM-FINTITL-SW

           IF NOT FINTITL-EXISTE
              EXIT SECTION
           END-IF

           MOVE WS-ESP-CLIENTE TO FINTITL-CLIENTE
           START FINTITL KEY EQUAL FINTITL-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CLIENTE NOT EQUAL WS-ESP-CLIENTE
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
                       MOVE FINTITL-IND-OBITO
                         TO WS-CTA-IND-OBITO(WS-IDX-CTA)
                       MOVE FINTITL-IND-RESTRICAO
                         TO WS-CTA-IND-RESTR(WS-IDX-CTA)
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              PERFORM P6100-CLASSIFICA-CONTA
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6100-CLASSIFICA-CONTA SECTION.
      * Conta WS-IDX-CTA: le o saldo atual em FINSLD e conta os OUTROS
      * titulares (principal/cotitular) nos vinculos da conta.
      * Representante nao e dono: conta em que o falecido so
      * representa fica 'R'; com outro titular, 'J'; exclusiva ativa
      * (ou ja congelada pelo espolio numa execucao interrompida),
      * 'C'; exclusiva em outra situacao, 'N'.
      *-----------------------------------------------------------------

           MOVE 'P6100-CLASSIFICA-CONTA' TO WS-NOM-PARAGRAFO

           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO FINSLD-CHAVE
           READ FINSLD
              INVALID KEY
                 MOVE 'N'    TO WS-CTA-EXISTE(WS-IDX-CTA)
                 MOVE SPACES TO WS-CTA-STATUS(WS-IDX-CTA)
                 MOVE SPACES TO WS-CTA-MOEDA(WS-IDX-CTA)
                 MOVE ZEROS  TO WS-CTA-VL-ATUAL(WS-IDX-CTA)
              NOT INVALID KEY
                 MOVE 'S'           TO WS-CTA-EXISTE(WS-IDX-CTA)
                 MOVE FINSLD-STATUS TO WS-CTA-STATUS(WS-IDX-CTA)
                 MOVE FINSLD-COD-MOEDA
                   TO WS-CTA-MOEDA(WS-IDX-CTA)
                 MOVE FINSLD-VL-SLD TO WS-CTA-VL-ATUAL(WS-IDX-CTA)
           END-READ
           IF WS-FS-FINSLD NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF WS-CTA-MOEDA(WS-IDX-CTA) EQUAL SPACES
              MOVE 'BRL' TO WS-CTA-MOEDA(WS-IDX-CTA)
           END-IF
           MOVE WS-CTA-VL-ATUAL(WS-IDX-CTA)
             TO WS-CTA-VL-OBITO(WS-IDX-CTA)
           MOVE SPACES TO WS-CTA-IND-HIST(WS-IDX-CTA)
           MOVE ZEROS  TO WS-CTA-DT-HIST(WS-IDX-CTA)
                          WS-CTA-SEQ-HIST(WS-IDX-CTA)

           MOVE ZEROS TO WS-QTD-OUTROS
           MOVE 'N'   TO WS-FIM-FINTITL-SW
           MOVE WS-CTA-CHAVE(WS-IDX-CTA) TO FINTITL-CONTA
           MOVE ZEROS                    TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL
                       WS-CTA-CHAVE(WS-IDX-CTA)
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-CLIENTE NOT EQUAL WS-ESP-CLIENTE
                          AND (FINTITL-PRINCIPAL
                               OR FINTITL-COTITULAR)
                          ADD 1 TO WS-QTD-OUTROS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CTA-PAPEL(WS-IDX-CTA) EQUAL 'R'
                    MOVE 'R' TO WS-CTA-ACAO(WS-IDX-CTA)
               WHEN WS-QTD-OUTROS GREATER ZEROS
                    MOVE 'J' TO WS-CTA-ACAO(WS-IDX-CTA)
               WHEN WS-CTA-EXISTE(WS-IDX-CTA) EQUAL 'S'
                    AND (WS-CTA-STATUS(WS-IDX-CTA) EQUAL 'A'
                         OR WS-CTA-IND-OBITO(WS-IDX-CTA) EQUAL 'C'
                         OR WS-CTA-IND-RESTR(WS-IDX-CTA) EQUAL 'R')
                    MOVE 'C' TO WS-CTA-ACAO(WS-IDX-CTA)
               WHEN OTHER
                    MOVE 'N' TO WS-CTA-ACAO(WS-IDX-CTA)
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P6500-SALDO-NA-DATA-OBITO SECTION.
      * Varre o historico FINSLDH e, para cada conta da tabela, guarda
      * o saldo depois do ULTIMO movimento ate a data do obito ou, sem
      * ele, o saldo antes do PRIMEIRO movimento posterior. Conta sem
      * movimento no historico fica com o saldo atual.
      *-----------------------------------------------------------------

           MOVE 'P6500-SALDO-NA-DATA-OBITO' TO WS-NOM-PARAGRAFO

           IF WS-QTD-CONTAS EQUAL ZEROS
              EXIT SECTION
           END-IF

           OPEN INPUT FINSLDH
           IF WS-FS-FINSLDH NOT EQUAL '00'
              DISPLAY 'HISTORICO FINSLDH INDISPONIVEL - SALDO NA DATA '
                      'DO OBITO = SALDO ATUAL.'
              EXIT SECTION
           END-IF

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINSLDH
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    MOVE FINSLDH-CHAVE TO WS-CHAVE-PESQUISA
                    PERFORM P6600-PROCURA-NA-TABELA
                    IF CONTA-NA-TABELA
                       PERFORM P6550-AVALIA-MOVIMENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSLDH

           .

      *-----------------------------------------------------------------
       P6550-AVALIA-MOVIMENTO SECTION.
      * Movimento do historico da conta WS-IDX-CTA (ver P6500).
      *-----------------------------------------------------------------

           IF FINSLDH-DATA-PROC NOT GREATER WS-ESP-DT-OBITO
              IF WS-CTA-IND-HIST(WS-IDX-CTA) NOT EQUAL 'A'
                 OR FINSLDH-DATA-PROC > WS-CTA-DT-HIST(WS-IDX-CTA)
                 OR (FINSLDH-DATA-PROC = WS-CTA-DT-HIST(WS-IDX-CTA)
                     AND FINSLDH-NR-SEQ >
                         WS-CTA-SEQ-HIST(WS-IDX-CTA))
                 MOVE 'A' TO WS-CTA-IND-HIST(WS-IDX-CTA)
                 MOVE FINSLDH-DATA-PROC
                   TO WS-CTA-DT-HIST(WS-IDX-CTA)
                 MOVE FINSLDH-NR-SEQ
                   TO WS-CTA-SEQ-HIST(WS-IDX-CTA)
                 MOVE FINSLDH-VL-SLD-DEPOIS
                   TO WS-CTA-VL-OBITO(WS-IDX-CTA)
              END-IF
           ELSE
              IF WS-CTA-IND-HIST(WS-IDX-CTA) EQUAL SPACES
                 OR (WS-CTA-IND-HIST(WS-IDX-CTA) EQUAL 'D'
                     AND (FINSLDH-DATA-PROC <
                          WS-CTA-DT-HIST(WS-IDX-CTA)
                          OR (FINSLDH-DATA-PROC =
                              WS-CTA-DT-HIST(WS-IDX-CTA)
                              AND FINSLDH-NR-SEQ <
                                  WS-CTA-SEQ-HIST(WS-IDX-CTA))))
                 MOVE 'D' TO WS-CTA-IND-HIST(WS-IDX-CTA)
                 MOVE FINSLDH-DATA-PROC
                   TO WS-CTA-DT-HIST(WS-IDX-CTA)
                 MOVE FINSLDH-NR-SEQ
                   TO WS-CTA-SEQ-HIST(WS-IDX-CTA)
                 MOVE FINSLDH-VL-SLD-ANTES
                   TO WS-CTA-VL-OBITO(WS-IDX-CTA)
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P6600-PROCURA-NA-TABELA SECTION.
      * Procura WS-CHAVE-PESQUISA na tabela de contas do cliente;
      * achada, WS-IDX-CTA fica posicionado nela.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-NA-TABELA-SW

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
                      OR CONTA-NA-TABELA
              IF WS-CTA-CHAVE(WS-IDX-CTA) EQUAL WS-CHAVE-PESQUISA
                 MOVE 'S' TO WS-CONTA-NA-TABELA-SW
              END-IF
           END-PERFORM

           IF CONTA-NA-TABELA
              SET WS-IDX-CTA DOWN BY 1
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-EMITE-DEMONSTRATIVO SECTION.
      * Demonstrativo de posicao do espolio, gravado em FINESPOS.dat
      * (acumula entre execucoes) e espelhado no console.
      *-----------------------------------------------------------------

           MOVE 'P7000-EMITE-DEMONSTRATIVO' TO WS-NOM-PARAGRAFO

           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN EXTEND FINESPOS
           IF WS-FS-FINESPOS EQUAL '35'
              OPEN OUTPUT FINESPOS
           END-IF
           IF WS-FS-FINESPOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINESPOS - FILE STATUS = '
                     WS-FS-FINESPOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE ALL '*' TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA
           EVALUATE WS-TIPO-DEMONSTRATIVO
               WHEN 'O'
                    MOVE 'REGISTRO DO OBITO'       TO WS-DESC-SITUACAO
               WHEN 'H'
                    MOVE 'LIBERACAO AOS HERDEIROS' TO WS-DESC-SITUACAO
               WHEN OTHER
                    MOVE 'REEMISSAO'               TO WS-DESC-SITUACAO
           END-EVALUATE
           STRING 'DEMONSTRATIVO DE POSICAO DO ESPOLIO - '
                  WS-DESC-SITUACAO
                  DELIMITED BY SIZE  INTO WS-LINHA
           END-STRING
           PERFORM P7800-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING 'CLIENTE ' FINCUST-ID '  ' FINCUST-NOME
                  '  DOCUMENTO ' FINCUST-NR-DOC
                  DELIMITED BY SIZE  INTO WS-LINHA
           END-STRING
           PERFORM P7800-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING 'OBITO EM ' FINCUST-DT-OBITO
                  '  CERTIDAO ' FINCUST-DOC-OBITO
                  '  REGISTRADO EM ' FINCUST-DT-REG-OBITO
                  ' POR ' FINCUST-SUPERV-OBITO
                  DELIMITED BY SIZE  INTO WS-LINHA
           END-STRING
           PERFORM P7800-GRAVA-LINHA
           IF FINCUST-ESPOLIO-LIBERADO
              MOVE SPACES TO WS-LINHA
              STRING 'LIBERADO AOS HERDEIROS EM ' FINCUST-DT-LIBERACAO
                     ' POR ' FINCUST-SUPERV-LIBERA
                     '  DOCUMENTO ' FINCUST-DOC-LIBERACAO
                     DELIMITED BY SIZE  INTO WS-LINHA
              END-STRING
              PERFORM P7800-GRAVA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING 'EMITIDO EM ' WS-DATA-HOJE ' AS '
                  WS-HORA-AGORA(1:6) ' POR ' WS-SGN-COD-OPER
                  DELIMITED BY SIZE  INTO WS-LINHA
           END-STRING
           PERFORM P7800-GRAVA-LINHA

      *    Contas
           MOVE SPACES TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA
           STRING 'CONTA              PAPEL       SITUACAO NO '
                  'ESPOLIO S  MOEDA  SALDO DATA OBITO     SALDO ATUAL'
                  DELIMITED BY SIZE  INTO WS-LINHA
           END-STRING
           PERFORM P7800-GRAVA-LINHA

           MOVE ZEROS TO WS-QTD-MOEDAS
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
              PERFORM P7050-MONTA-LINHA-CONTA
              MOVE WS-LINHA-CONTA TO WS-LINHA
              PERFORM P7800-GRAVA-LINHA
              IF WS-CTA-EXCLUSIVA(WS-IDX-CTA)
                 PERFORM P7060-SOMA-MOEDA
              END-IF
           END-PERFORM
           IF WS-QTD-CONTAS EQUAL ZEROS
              MOVE '  NENHUMA CONTA VINCULADA' TO WS-LINHA
              PERFORM P7800-GRAVA-LINHA
           END-IF

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > WS-QTD-MOEDAS
              MOVE WS-TOT-VL-OBITO(WS-IDX-TOT) TO WS-VL-EDITADO-1
              MOVE WS-TOT-VL-ATUAL(WS-IDX-TOT) TO WS-VL-EDITADO-2
              MOVE SPACES TO WS-LINHA
              STRING 'TOTAL DAS CONTAS EXCLUSIVAS '
                     WS-TOT-MOEDA(WS-IDX-TOT) '   '
                     WS-VL-EDITADO-1 '  ' WS-VL-EDITADO-2
                     DELIMITED BY SIZE  INTO WS-LINHA
              END-STRING
              PERFORM P7800-GRAVA-LINHA
           END-PERFORM

           PERFORM P7100-LISTA-CDB
           PERFORM P7200-LISTA-CONTRATOS
           PERFORM P7300-LISTA-ORDENS
           PERFORM P7400-LISTA-MENSALIDADES

           MOVE ALL '*' TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA

           IF WS-FS-FINESPOS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINESPOS - FILE STATUS = '
                     WS-FS-FINESPOS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINESPOS

           DISPLAY 'DEMONSTRATIVO GRAVADO EM FINESPOS.dat.'

           .

      *-----------------------------------------------------------------
       P7050-MONTA-LINHA-CONTA SECTION.
      * Linha da conta WS-IDX-CTA (console e demonstrativo).
      *-----------------------------------------------------------------

           EVALUATE WS-CTA-PAPEL(WS-IDX-CTA)
               WHEN 'P'  MOVE 'PRINCIPAL'  TO WS-DESC-PAPEL
               WHEN 'C'  MOVE 'COTITULAR'  TO WS-DESC-PAPEL
               WHEN 'R'  MOVE 'REPRESENT.' TO WS-DESC-PAPEL
               WHEN OTHER
                         MOVE '??????????' TO WS-DESC-PAPEL
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-CTA-IND-OBITO(WS-IDX-CTA) EQUAL 'C'
                    MOVE 'CONGELADA ESPOL.' TO WS-DESC-ACAO
               WHEN WS-CTA-ACAO(WS-IDX-CTA) EQUAL 'C'
                    MOVE 'A CONGELAR'       TO WS-DESC-ACAO
               WHEN WS-CTA-ACAO(WS-IDX-CTA) EQUAL 'J'
                    MOVE 'CONJUNTA-MARCADA' TO WS-DESC-ACAO
               WHEN WS-CTA-ACAO(WS-IDX-CTA) EQUAL 'R'
                    MOVE 'REPRESENTACAO'    TO WS-DESC-ACAO
               WHEN WS-CTA-EXISTE(WS-IDX-CTA) NOT EQUAL 'S'
                    MOVE 'FORA DE FINSLD'   TO WS-DESC-ACAO
               WHEN OTHER
                    MOVE 'EXCLUSIVA'        TO WS-DESC-ACAO
           END-EVALUATE

           MOVE WS-CTA-CHAVE(WS-IDX-CTA)    TO WS-LIN-CTA-CHAVE
           MOVE WS-DESC-PAPEL               TO WS-LIN-CTA-PAPEL
           MOVE WS-DESC-ACAO                TO WS-LIN-CTA-ACAO
           MOVE WS-CTA-STATUS(WS-IDX-CTA)   TO WS-LIN-CTA-STATUS
           MOVE WS-CTA-MOEDA(WS-IDX-CTA)    TO WS-LIN-CTA-MOEDA
           MOVE WS-CTA-VL-OBITO(WS-IDX-CTA) TO WS-LIN-CTA-VL-OBITO
           MOVE WS-CTA-VL-ATUAL(WS-IDX-CTA) TO WS-LIN-CTA-VL-ATUAL

           .

      *-----------------------------------------------------------------
       P7060-SOMA-MOEDA SECTION.
      * Acumula a conta exclusiva WS-IDX-CTA no total da sua moeda.
      *-----------------------------------------------------------------

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > WS-QTD-MOEDAS
              OR WS-TOT-MOEDA(WS-IDX-TOT) EQUAL
                 WS-CTA-MOEDA(WS-IDX-CTA)
              CONTINUE
           END-PERFORM

           IF WS-IDX-TOT > WS-QTD-MOEDAS
              IF WS-QTD-MOEDAS NOT LESS 10
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTD-MOEDAS
              SET WS-IDX-TOT TO WS-QTD-MOEDAS
              MOVE WS-CTA-MOEDA(WS-IDX-CTA) TO WS-TOT-MOEDA(WS-IDX-TOT)
              MOVE ZEROS TO WS-TOT-VL-OBITO(WS-IDX-TOT)
                            WS-TOT-VL-ATUAL(WS-IDX-TOT)
           END-IF

           ADD WS-CTA-VL-OBITO(WS-IDX-CTA)
            TO WS-TOT-VL-OBITO(WS-IDX-TOT)
           ADD WS-CTA-VL-ATUAL(WS-IDX-CTA)
            TO WS-TOT-VL-ATUAL(WS-IDX-TOT)

           .

      *-----------------------------------------------------------------
       P7100-LISTA-CDB SECTION.
      * Aplicacoes CDB das contas do cliente vigentes na data do obito
      * (aplicadas ate a data e ainda ativas ou resgatadas depois).
      *-----------------------------------------------------------------

           MOVE 'P7100-LISTA-CDB' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA
           MOVE 'APLICACOES CDB NA DATA DO OBITO' TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA

           MOVE ZEROS TO WS-QTD-ITENS
           OPEN INPUT FINCDB
           IF WS-FS-FINCDB EQUAL '00'
              MOVE 'N' TO WS-FIM-VARREDURA-SW
              PERFORM UNTIL FIM-VARREDURA
                 READ FINCDB NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       MOVE FINCDB-CHAVE-INVEST TO WS-CHAVE-PESQUISA
                       PERFORM P6600-PROCURA-NA-TABELA
                       IF CONTA-NA-TABELA
                          AND WS-CTA-ACAO(WS-IDX-CTA) NOT EQUAL 'R'
                          AND FINCDB-DT-APLICACAO NOT GREATER
                              WS-ESP-DT-OBITO
                          AND (FINCDB-ATIVA
                               OR FINCDB-DT-RESGATE GREATER
                                  WS-ESP-DT-OBITO)
                          ADD 1 TO WS-QTD-ITENS
                          MOVE FINCDB-VL-PRINCIPAL TO WS-VL-EDITADO-1
                          MOVE SPACES TO WS-LINHA
                          STRING '  APLICACAO ' FINCDB-NR-APLIC
                                 '  CONTA ' FINCDB-CHAVE-INVEST
                                 '  PRINCIPAL ' WS-VL-EDITADO-1
                                 '  VENCTO ' FINCDB-DT-VENCIMENTO
                                 '  SITUACAO ' FINCDB-STATUS
                                 DELIMITED BY SIZE  INTO WS-LINHA
                          END-STRING
                          PERFORM P7800-GRAVA-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINCDB
           END-IF
           IF WS-QTD-ITENS EQUAL ZEROS
              MOVE '  NENHUMA' TO WS-LINHA
              PERFORM P7800-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P7200-LISTA-CONTRATOS SECTION.
      * Contratos de emprestimo nao liquidados das contas do cliente.
      *-----------------------------------------------------------------

           MOVE 'P7200-LISTA-CONTRATOS' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA
           MOVE 'CONTRATOS DE EMPRESTIMO' TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA

           MOVE ZEROS TO WS-QTD-ITENS
           OPEN INPUT FINLOAN
           IF WS-FS-FINLOAN EQUAL '00'
              MOVE 'N' TO WS-FIM-VARREDURA-SW
              PERFORM UNTIL FIM-VARREDURA
                 READ FINLOAN NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       MOVE FINLOAN-CHAVE-CONTA TO WS-CHAVE-PESQUISA
                       PERFORM P6600-PROCURA-NA-TABELA
                       IF CONTA-NA-TABELA
                          AND WS-CTA-ACAO(WS-IDX-CTA) NOT EQUAL 'R'
                          AND NOT FINLOAN-LIQUIDADO
                          ADD 1 TO WS-QTD-ITENS
                          EVALUATE TRUE
                              WHEN FINLOAN-ESPOLIO
                                   MOVE 'NO ESPOLIO'
                                     TO WS-DESC-SITUACAO
                              WHEN FINLOAN-EM-ATRASO
                                   MOVE 'EM ATRASO (CONJUNTA)'
                                     TO WS-DESC-SITUACAO
                              WHEN OTHER
                                   MOVE 'ATIVO (CONJUNTA)'
                                     TO WS-DESC-SITUACAO
                          END-EVALUATE
                          MOVE FINLOAN-VL-PRINCIPAL TO WS-VL-EDITADO-1
                          MOVE SPACES TO WS-LINHA
                          STRING '  CONTRATO ' FINLOAN-NR-CONTRATO
                                 '  CONTA ' FINLOAN-CHAVE-CONTA
                                 '  PRINCIPAL ' WS-VL-EDITADO-1
                                 '  PARCELAS ' FINLOAN-QTD-EMITIDAS
                                 '/' FINLOAN-PRAZO-MESES
                                 '  ' WS-DESC-SITUACAO
                                 DELIMITED BY SIZE  INTO WS-LINHA
                          END-STRING
                          PERFORM P7800-GRAVA-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINLOAN
           END-IF
           IF WS-QTD-ITENS EQUAL ZEROS
              MOVE '  NENHUM' TO WS-LINHA
              PERFORM P7800-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P7300-LISTA-ORDENS SECTION.
      * Ordens permanentes das contas do cliente (suspensas = proximo
      * disparo zerado).
      *-----------------------------------------------------------------

           MOVE 'P7300-LISTA-ORDENS' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA
           MOVE 'ORDENS PERMANENTES' TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA

           MOVE ZEROS TO WS-QTD-ITENS
           OPEN INPUT FINSORD
           IF WS-FS-FINSORD EQUAL '00'
              MOVE 'N' TO WS-FIM-VARREDURA-SW
              PERFORM UNTIL FIM-VARREDURA
                 READ FINSORD NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       MOVE SPACES TO WS-CHAVE-PESQUISA
                       STRING FINSORD-NR-AGEN FINSORD-NR-CC
                              FINSORD-COD-SUBCONTA
                              DELIMITED BY SIZE
                              INTO WS-CHAVE-PESQUISA
                       END-STRING
                       PERFORM P6600-PROCURA-NA-TABELA
                       IF CONTA-NA-TABELA
                          AND WS-CTA-ACAO(WS-IDX-CTA) NOT EQUAL 'R'
                          ADD 1 TO WS-QTD-ITENS
                          MOVE FINSORD-VL-TRAN TO WS-VL-EDITADO-1
                          MOVE SPACES TO WS-LINHA
                          IF FINSORD-DT-PROXIMA EQUAL ZEROS
                             STRING '  ORDEM ' FINSORD-ID
                                    '  CONTA ' WS-CHAVE-PESQUISA
                                    '  VALOR ' WS-VL-EDITADO-1
                                    ' ' FINSORD-IND-TRAN
                                    '  SUSPENSA/ESGOTADA'
                                    DELIMITED BY SIZE  INTO WS-LINHA
                             END-STRING
                          ELSE
                             STRING '  ORDEM ' FINSORD-ID
                                    '  CONTA ' WS-CHAVE-PESQUISA
                                    '  VALOR ' WS-VL-EDITADO-1
                                    ' ' FINSORD-IND-TRAN
                                    '  ARMADA - PROXIMO '
                                    FINSORD-DT-PROXIMA
                                    DELIMITED BY SIZE  INTO WS-LINHA
                             END-STRING
                          END-IF
                          PERFORM P7800-GRAVA-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINSORD
           END-IF
           IF WS-QTD-ITENS EQUAL ZEROS
              MOVE '  NENHUMA' TO WS-LINHA
              PERFORM P7800-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P7400-LISTA-MENSALIDADES SECTION.
      * Matriculas em que o cliente e o pagador (faturamento suspenso
      * pelo FINPB270 enquanto nao houver outro responsavel).
      *-----------------------------------------------------------------

           MOVE 'P7400-LISTA-MENSALIDADES' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA
           MOVE 'MENSALIDADES (MATRICULAS COM O CLIENTE PAGADOR)'
             TO WS-LINHA
           PERFORM P7800-GRAVA-LINHA

           MOVE ZEROS TO WS-QTD-ITENS
           OPEN INPUT FINALULK
           IF WS-FS-FINALULK EQUAL '00'
              MOVE 'N' TO WS-FIM-VARREDURA-SW
              PERFORM UNTIL FIM-VARREDURA
                 READ FINALULK NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       IF FINALULK-CLIENTE EQUAL WS-ESP-CLIENTE
                          ADD 1 TO WS-QTD-ITENS
                          MOVE SPACES TO WS-LINHA
                          STRING '  MATRICULA ' FINALULK-MATRICULA
                                 '  CONTA ' FINALULK-CHAVE-CONTA
                                 '  FATURAMENTO SUSPENSO'
                                 DELIMITED BY SIZE  INTO WS-LINHA
                          END-STRING
                          PERFORM P7800-GRAVA-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINALULK
           END-IF
           IF WS-QTD-ITENS EQUAL ZEROS
              MOVE '  NENHUMA' TO WS-LINHA
              PERFORM P7800-GRAVA-LINHA
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
       P7800-GRAVA-LINHA SECTION.
      * Grava WS-LINHA no demonstrativo e a espelha no console.
      *-----------------------------------------------------------------

           MOVE WS-LINHA TO REG-FINESPOS
           WRITE REG-FINESPOS    END-WRITE
           DISPLAY WS-LINHA
           MOVE SPACES TO WS-LINHA

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINESMNT - TERMINO COM ERRO'
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
                 FINSLD
                 FINSMLOG
           IF FINTITL-EXISTE
              CLOSE FINTITL
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINESMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
