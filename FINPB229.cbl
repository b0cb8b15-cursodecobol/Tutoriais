      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : INCORPORACAO SUPERVISIONADA DE AGENCIA: TRANSFERE
      *              TODAS AS CONTAS DA AGENCIA QUE ENCERRA PARA A
      *              AGENCIA INCORPORADORA, COM NOVA CHAVE, E ATUALIZA
      *              OS VINCULOS DAS CONTAS NOS DEMAIS CADASTROS.
      *              ARQUIVOS : FINAGEN  - CADASTRO DE AGENCIAS
      *                         FINSLD   - SALDOS (CHAVES TROCADAS)
      *                         FINTITL  - VINCULOS CLIENTE x CONTA
      *                         FINSORD  - ORDENS PERMANENTES
      *                         FINLOAN  - CONTRATOS DE EMPRESTIMO
      *                         FINHOLD  - ORDENS DE BLOQUEIO
      *                         FINALULK - VINCULOS MATRICULA x CONTA
      *                         FINCDB   - APLICACOES CDB
      *                         FINFLOAT - CREDITOS COM FLOAT
      *                         FINBOLP  - PAGAMENTOS DE BOLETO
      *                         FINTALAO - TALOES DE CHEQUE
      *                         FINCHEQ  - FOLHAS DE CHEQUE
      *                         FINDISP  - CONTESTACOES
      *                         FINAGMAP - MAPA CHAVE ANTIGA -> NOVA
      *                         FINSMLOG - LOG DE MANUTENCOES (EXTEND)
      *                         FINAGPLN - PLANO DA INCORPORACAO
      *                                    (ARQUIVO DE TRABALHO)
      *
      * ESPECIFICAÇÃO
      * Executado fora do ciclo (apos o FINPB101 e antes do movimento
      * do dia seguinte) e restrito a supervisor (SRSIGNON), no mesmo
      * roteiro do retrocesso do FINPB205:
      * 1) O supervisor informa a agencia que encerra, a incorporadora
      *    (ambas ativas no FINAGEN) e o periodo de transicao em dias
      *    corridos (zero = 090);
      * 2) PLANO: cada conta da agencia que encerra (todas, em qualquer
      *    situacao) recebe o numero da conta na incorporadora: o MESMO
      *    numero quando ele esta livre la (o digito verificador da
      *    SRMINIMAL nao depende da agencia); ocupado, o proximo numero
      *    livre a partir dele, com o digito recalculado pela SRMINIMAL.
      *    As subcontas acompanham a conta. O plano e listado no
      *    console (conta atual, conta nova, subcontas, saldo);
      * 3) So depois do plano o supervisor confirma; confirmado, em
      *    uma unica execucao:
      *    - FINSLD: cada registro e regravado com a chave nova e o da
      *      chave antiga e excluido (quantidade e soma do trailer nao
      *      mudam); cada troca vai ao FINSMLOG com acao 'T';
      *    - FINAGMAP: uma entrada por chave (antiga -> nova) com o fim
      *      do periodo de transicao; entradas de incorporacoes
      *      anteriores que apontavam para a chave antiga passam a
      *      apontar para a nova;
      *    - FINTITL (chave contem a conta), FINSORD, FINLOAN, FINHOLD
      *      e FINALULK passam a apontar para a chave nova;
      *    - FINCDB (conta de investimento e conta corrente vinculada,
      *      em qualquer situacao), FINFLOAT (so os creditos ainda
      *      PENDENTES), FINBOLP (so os pagamentos AGENDADOS), FINTALAO
      *      e FINCHEQ (todos: o proximo talao e a sustacao seguem a
      *      conta) e FINDISP (so os casos EM ANDAMENTO) tambem passam
      *      para a chave nova; onde a conta e parte da chave (FINFLOAT,
      *      FINTALAO, FINCHEQ) o registro e excluido e regravado;
      *    - Todos esses cadastros sao atualizados ANTES da troca de
      *      chaves em FINSLD;
      *    - FINAGEN: a agencia que encerra fica 'E', com a data e a
      *      agencia incorporadora.
      * Durante a transicao o FINPB231 (passo do FINPB101 antes da
      * ordenacao) redireciona pelo FINAGMAP os itens de FINTRAN que
      * ainda chegam com a chave antiga, que de outro modo seriam
      * rejeitados com motivo '01'.
      * REEXECUCAO: a conta so sai da agencia que encerra depois do
      * mapa e dos vinculos gravados, e o plano reaproveita a conta
      * nova ja mapeada; apos uma queda, basta reexecutar com as
      * mesmas agencias - so o que ainda esta na agencia antiga e
      * tratado.
      ******************************************************************
      * VRS002 - 15/10/2026 - CHAVE NOVA TAMBEM EM FINCDB, FINFLOAT
      *                       (PENDENTES), FINBOLP (AGENDADOS),
      *                       FINTALAO, FINCHEQ E FINDISP (EM
      *                       ANDAMENTO); OS
      *                       CADASTROS VINCULADOS SAO ATUALIZADOS ANTES
      *                       DA TROCA DE CHAVES EM FINSLD.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB229.
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
      *    CADASTRO DE AGENCIAS (READ/REWRITE)
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA).
           SELECT FINAGEN  ASSIGN TO 'FINAGEN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINAGEN-NR-AGEN
                  FILE STATUS IS WS-FS-FINAGEN.
      *    ARQUIVO SALDOS - VARREDURA DA AGENCIA E TROCA DE CHAVE
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSLD, LA).
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINSLD-CHAVE
                  FILE STATUS IS WS-FS-FINSLD.
      *    ARQUIVO SALDOS - CONFERENCIA DE NUMERO LIVRE NO PLANO (READ)
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINSLD-CONS-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-CONSULTA.
      *    PLANO DA INCORPORACAO - TRABALHO: CONTA ANTIGA (CHAVE) E
      *    CONTA NOVA (ALTERNATIVA, PARA NAO ALOCAR O MESMO NUMERO DUAS
      *    VEZES); APAGADO AO FINAL
           SELECT FINAGPLN ASSIGN TO 'FINAGPLN.wrk'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINAGPLN-CONTA-ANTIGA
                  ALTERNATE RECORD KEY IS FINAGPLN-CONTA-NOVA
                  FILE STATUS IS WS-FS-FINAGPLN.
      *    MAPA CHAVE ANTIGA -> CHAVE NOVA (CRIADO NA PRIMEIRA
      *    INCORPORACAO; LIDO PELO FINPB231)
           SELECT FINAGMAP ASSIGN TO 'FINAGMAP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINAGMAP-CHAVE-ANTIGA
                  ALTERNATE RECORD KEY IS FINAGMAP-CHAVE-NOVA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINAGMAP.
      *    VINCULOS CLIENTE x CONTA - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    ORDENS PERMANENTES - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINSOMNT (VER FD FINSORD, LA).
           SELECT FINSORD  ASSIGN TO 'FINSORD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINSORD-ID
                  FILE STATUS IS WS-FS-FINSORD.
      *    CONTRATOS DE EMPRESTIMO - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINPB195 (VER FD FINLOAN, LA).
           SELECT FINLOAN  ASSIGN TO 'FINLOAN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    ORDENS DE BLOQUEIO - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINHLMNT (VER FD FINHOLD, LA).
           SELECT FINHOLD  ASSIGN TO 'FINHOLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINHOLD-NR-ORDEM
                  FILE STATUS IS WS-FS-FINHOLD.
      *    VINCULOS MATRICULA x CONTA - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA).
           SELECT FINALULK ASSIGN TO 'FINALULK.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINALULK-MATRICULA
                  FILE STATUS IS WS-FS-FINALULK.
      *    APLICACOES CDB - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB, LA).
           SELECT FINCDB   ASSIGN TO 'FINCDB.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCDB-NR-APLIC
                  FILE STATUS IS WS-FS-FINCDB.
      *    CREDITOS COM FLOAT - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINFLOAT, LA).
           SELECT FINFLOAT ASSIGN TO 'FINFLOAT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINFLOAT-CHAVE
                  FILE STATUS IS WS-FS-FINFLOAT.
      *    PAGAMENTOS DE BOLETO - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINBLMNT (VER FD FINBOLP, LA).
           SELECT FINBOLP  ASSIGN TO 'FINBOLP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINBOLP-NR-PAGAMENTO
                  ALTERNATE RECORD KEY IS FINBOLP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINBOLP.
      *    TALOES EMITIDOS - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINCHMNT (VER FD FINTALAO, LA).
           SELECT FINTALAO ASSIGN TO 'FINTALAO.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTALAO-CHAVE
                  FILE STATUS IS WS-FS-FINTALAO.
      *    FOLHAS DE CHEQUE - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINCHMNT (VER FD FINCHEQ, LA).
           SELECT FINCHEQ  ASSIGN TO 'FINCHEQ.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCHEQ-CHAVE
                  ALTERNATE RECORD KEY IS FINCHEQ-ID-TRAN
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINCHEQ.
      *    CONTESTACOES - OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINDSMNT (VER FD FINDISP, LA).
           SELECT FINDISP  ASSIGN TO 'FINDISP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINDISP-NR-CASO
                  ALTERNATE RECORD KEY IS FINDISP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINDISP.
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
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA)
       FD  FINAGEN
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINAGEN.
           03  FINAGEN-NR-AGEN        PIC  9(004).
           03  FINAGEN-NOME           PIC  X(030).
           03  FINAGEN-CIDADE         PIC  X(025).
           03  FINAGEN-COD-SERVIDOR   PIC  X(002).
           03  FINAGEN-STATUS         PIC  X(001).
              88  FINAGEN-ATIVA              VALUE 'A'.
           03  FINAGEN-DT-ENCERRAMENTO PIC 9(008).
           03  FINAGEN-AGEN-INCORPORA PIC  9(004).
           03  FINAGEN-DT-CADASTRO    PIC  9(008).
           03  FINAGEN-COD-OPER       PIC  X(008).
           03  FILLER                 PIC  X(010).
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
           03  FINSLD-IND-LIMITE      PIC  X(001).
           03  FINSLD-VL-LIMITE       PIC  9(009)V99.
           03  FINSLD-COD-MOEDA       PIC  X(003).
           03  FINSLD-TIPO-CONTA      PIC  X(001).
      *
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-CONSULTA.
           03 FINSLD-CONS-CHAVE.
              05  FINSLD-CONS-NR-AGEN PIC  9(004).
              05  FINSLD-CONS-NR-CC   PIC  X(011).
              05  FINSLD-CONS-SUBCONTA PIC X(002).
           03  FILLER                 PIC  X(028).
      *
      *    UMA CONTA (AGENCIA+CONTA, SEM A SUBCONTA) POR REGISTRO
       FD  FINAGPLN
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINAGPLN.
           03  FINAGPLN-CONTA-ANTIGA.
              05  FINAGPLN-AGEN-ANTIGA PIC 9(004).
              05  FINAGPLN-CC-ANTIGA  PIC  X(011).
           03  FINAGPLN-CONTA-NOVA.
              05  FINAGPLN-AGEN-NOVA  PIC  9(004).
              05  FINAGPLN-CC-NOVA    PIC  X(011).
      *    'S' = NUMERO OCUPADO NA INCORPORADORA, CONTA RENUMERADA
           03  FINAGPLN-IND-RENUMERADA PIC X(001).
           03  FINAGPLN-QTD-SUBCONTAS PIC  9(003).
           03  FILLER                 PIC  X(006).
      *
      *    MAPA DE INCORPORACAO: UMA ENTRADA POR CHAVE DE FINSLD
      *    TRANSFERIDA (AGENCIA+CONTA+SUBCONTA)
       FD  FINAGMAP
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINAGMAP.
           03  FINAGMAP-CHAVE-ANTIGA  PIC  X(017).
           03  FINAGMAP-CHAVE-NOVA    PIC  X(017).
           03  FINAGMAP-DT-INCORPORACAO PIC 9(008).
      *    ULTIMO DIA EM QUE O FINPB231 REDIRECIONA A CHAVE ANTIGA
           03  FINAGMAP-DT-FIM-TRANSICAO PIC 9(008).
           03  FINAGMAP-COD-SUPERV    PIC  X(008).
           03  FINAGMAP-IND-RENUMERADA PIC X(001).
           03  FILLER                 PIC  X(021).
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
           03  FILLER                 PIC  X(008).
      *
      *    MESMA DEFINICAO USADA PELO FINSOMNT (VER FD FINSORD, LA)
       FD  FINSORD
           RECORD CONTAINS 068 CHARACTERS.

       01  REG-FINSORD.
           03  FINSORD-ID             PIC  9(006).
           03  FINSORD-NR-AGEN        PIC  9(004).
           03  FINSORD-NR-CC          PIC  X(011).
           03  FINSORD-COD-SUBCONTA   PIC  X(002).
           03  FILLER                 PIC  X(045).
      *
      *    MESMA DEFINICAO USADA PELO FINPB195 (VER FD FINLOAN, LA)
       FD  FINLOAN
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-FINLOAN.
           03  FINLOAN-NR-CONTRATO    PIC  9(008).
           03  FINLOAN-CHAVE-CONTA.
              05  FINLOAN-NR-AGEN     PIC  9(004).
              05  FINLOAN-NR-CC       PIC  X(011).
              05  FINLOAN-COD-SUBCONTA PIC X(002).
           03  FILLER                 PIC  X(044).
      *
      *    MESMA DEFINICAO USADA PELO FINHLMNT (VER FD FINHOLD, LA)
       FD  FINHOLD
           RECORD CONTAINS 079 CHARACTERS.

       01  REG-FINHOLD.
           03  FINHOLD-NR-ORDEM       PIC  9(006).
           03  FINHOLD-CHAVE-CONTA.
              05  FINHOLD-NR-AGEN     PIC  9(004).
              05  FINHOLD-NR-CC       PIC  X(011).
              05  FINHOLD-COD-SUBCONTA PIC X(002).
           03  FILLER                 PIC  X(056).
      *
      *    MESMA DEFINICAO USADA PELO FINALMNT (VER FD FINALULK, LA)
       FD  FINALULK
           RECORD CONTAINS 028 CHARACTERS.

       01  REG-FINALULK.
           03  FINALULK-MATRICULA     PIC  9(005).
           03  FINALULK-CLIENTE       PIC  9(006).
           03  FINALULK-CHAVE-CONTA.
              05  FINALULK-NR-AGEN    PIC  9(004).
              05  FINALULK-NR-CC      PIC  X(011).
              05  FINALULK-COD-SUBCONTA PIC X(002).
      *
      *    MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB, LA)
       FD  FINCDB
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINCDB.
           03  FINCDB-NR-APLIC        PIC  9(008).
           03  FINCDB-CHAVE-INVEST.
              05  FINCDB-INV-NR-AGEN  PIC  9(004).
              05  FILLER              PIC  X(013).
           03  FINCDB-CHAVE-CORRENTE.
              05  FINCDB-CC-NR-AGEN   PIC  9(004).
              05  FILLER              PIC  X(013).
           03  FILLER                 PIC  X(118).
      *
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINFLOAT, LA)
       FD  FINFLOAT
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINFLOAT.
           03  FINFLOAT-CHAVE.
              05  FINFLOAT-CHAVE-CONTA.
                 07  FINFLOAT-NR-AGEN PIC  9(004).
                 07  FILLER           PIC  X(013).
              05  FINFLOAT-ID-TRAN    PIC  9(010).
           03  FILLER                 PIC  X(029).
      *    'P'=PENDENTE  'L'=LIBERADO
           03  FINFLOAT-STATUS        PIC  X(001).
              88  FINFLOAT-PENDENTE          VALUE 'P'.
           03  FILLER                 PIC  X(023).
      *
      *    MESMA DEFINICAO USADA PELO FINBLMNT (VER FD FINBOLP, LA)
       FD  FINBOLP
           RECORD CONTAINS 180 CHARACTERS.

       01  REG-FINBOLP.
           03  FINBOLP-NR-PAGAMENTO   PIC  9(007).
           03  FINBOLP-CONTA.
              05  FINBOLP-NR-AGEN     PIC  9(004).
              05  FILLER              PIC  X(013).
           03  FILLER                 PIC  X(128).
      *    'A'=AGENDADO  'D'=DEBITO GERADO  'L'=LIQUIDADO  'R'=RECUSADO
      *    'X'=CANCELADO
           03  FINBOLP-STATUS         PIC  X(001).
              88  FINBOLP-AGENDADO           VALUE 'A'.
           03  FILLER                 PIC  X(027).
      *
      *    MESMA DEFINICAO USADA PELO FINCHMNT (VER FD FINTALAO, LA)
       FD  FINTALAO
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINTALAO.
           03  FINTALAO-CHAVE.
              05  FINTALAO-CONTA.
                 07  FINTALAO-NR-AGEN PIC  9(004).
                 07  FILLER           PIC  X(013).
              05  FINTALAO-NR-INICIAL PIC  9(006).
           03  FILLER                 PIC  X(037).
      *
      *    MESMA DEFINICAO USADA PELO FINCHMNT (VER FD FINCHEQ, LA)
       FD  FINCHEQ
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINCHEQ.
           03  FINCHEQ-CHAVE.
              05  FINCHEQ-CONTA.
                 07  FINCHEQ-NR-AGEN  PIC  9(004).
                 07  FILLER           PIC  X(013).
              05  FINCHEQ-NR-CHEQUE   PIC  9(006).
           03  FILLER                 PIC  X(033).
           03  FINCHEQ-ID-TRAN        PIC  9(010).
           03  FILLER                 PIC  X(034).
      *
      *    MESMA DEFINICAO USADA PELO FINDSMNT (VER FD FINDISP, LA)
       FD  FINDISP
           RECORD CONTAINS 200 CHARACTERS.

       01  REG-FINDISP.
           03  FINDISP-NR-CASO        PIC  9(007).
           03  FINDISP-CONTA.
              05  FINDISP-NR-AGEN     PIC  9(004).
              05  FILLER              PIC  X(013).
           03  FILLER                 PIC  X(149).
      *    'A'=ABERTO  'P'=ABERTO COM CREDITO PROVISORIO
      *    'F'=ENCERRADO A FAVOR DO CLIENTE  'C'=ENCERRADO CONTRA
           03  FINDISP-STATUS         PIC  X(001).
              88  FINDISP-EM-ANDAMENTO       VALUE 'A' 'P'.
           03  FILLER                 PIC  X(026).
      *
      *    MESMA DEFINICAO USADA PELO FINSMNT (VER FD FINSMLOG, LA);
      *    ACAO 'T' = CONTA TRANSFERIDA DE AGENCIA (CHAVE NOVA)
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB229'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINAGEN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINAGPLN         PIC X(002)  VALUE '00'.
           05  WS-FS-FINAGMAP         PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSORD          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINHOLD          PIC X(002)  VALUE '00'.
           05  WS-FS-FINALULK         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCDB           PIC X(002)  VALUE '00'.
           05  WS-FS-FINFLOAT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINBOLP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTALAO         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCHEQ          PIC X(002)  VALUE '00'.
           05  WS-FS-FINDISP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSMLOG         PIC X(002)  VALUE '00'.
      *
           05  WS-FIM-VARREDURA-SW    PIC X(001)  VALUE 'N'.
              88  FIM-VARREDURA              VALUE 'S'.
           05  WS-FIM-PLANO-SW        PIC X(001)  VALUE 'N'.
              88  FIM-PLANO                  VALUE 'S'.
           05  WS-FIM-CONTA-SW        PIC X(001)  VALUE 'N'.
              88  FIM-CONTA                  VALUE 'S'.
           05  WS-FINAGMAP-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINAGMAP-EXISTE            VALUE 'S'.
           05  WS-FINTITL-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINTITL-EXISTE             VALUE 'S'.
           05  WS-NUMERO-LIVRE-SW     PIC X(001)  VALUE 'N'.
              88  NUMERO-LIVRE               VALUE 'S'.
           05  WS-CONTA-MAPEADA-SW    PIC X(001)  VALUE 'N'.
              88  CONTA-MAPEADA              VALUE 'S'.
           05  WS-CONTA-PLANEJADA-SW  PIC X(001)  VALUE 'N'.
              88  CONTA-PLANEJADA            VALUE 'S'.
           05  WS-CDB-ALTERADA-SW     PIC X(001)  VALUE 'N'.
              88  CDB-ALTERADA               VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DT-FIM-TRANSICAO    PIC 9(008)  VALUE ZEROS.
           05  WS-DIAS-INTEIRO        PIC 9(009)  VALUE ZEROS.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
           05  WS-HORA-AGORA          PIC 9(008)  VALUE ZEROS.
      *
      *    CONTA EM PLANEJAMENTO (QUEBRA POR AGENCIA+CONTA EM FINSLD)
           05  WS-CONTA-CORRENTE      PIC X(015)  VALUE SPACES.
           05  WS-SLD-CONTA           PIC S9(013)V99 VALUE ZEROS.
      *
      *    NUMERO CANDIDATO NA INCORPORADORA
           05  WS-CC-CANDIDATO        PIC X(011)  VALUE SPACES.
           05  WS-CC-CANDIDATO-R REDEFINES WS-CC-CANDIDATO.
              10  WS-CAND-BASE        PIC X(010).
              10  WS-CAND-DV          PIC 9(001).
           05  WS-BASE-CONTA          PIC 9(010)  VALUE ZEROS.
           05  WS-DV-TENTATIVA        PIC 9(002)  VALUE ZEROS.
           05  WS-QTD-TENTATIVAS      PIC 9(005)  VALUE ZEROS.
      *
      *    REGISTRO DE FINSLD EM TRANSFERENCIA
           05  WS-CHAVE-ANTIGA        PIC X(017)  VALUE SPACES.
           05  WS-CHAVE-NOVA          PIC X(017)  VALUE SPACES.
           05  WS-REG-FINSLD-SALVO    PIC X(045)  VALUE SPACES.
           05  WS-REG-FINAGPLN-SALVO  PIC X(040)  VALUE SPACES.
      *
      *    ULTIMA CHAVE LIDA NOS CADASTROS CUJA CHAVE CONTEM A CONTA
      *    (A VARREDURA RECOMECA DEPOIS DELA A CADA TROCA DE CHAVE)
           05  WS-CHAVE-ULTIMA        PIC X(027)  VALUE SPACES.
      *
           05  WS-QTD-CONTAS          PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SUBCONTAS       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-RENUMERADAS     PIC 9(009)  VALUE ZEROS.
           05  WS-VL-TOTAL-SLD        PIC S9(013)V99 VALUE ZEROS.
           05  WS-QTD-FINSLD-TROCADAS PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-MAPA            PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-MAPA-ENCADEADO  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINTITL         PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINSORD         PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINLOAN         PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINHOLD         PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINALULK        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINCDB          PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINFLOAT        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINBOLP         PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINTALAO        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINCHEQ         PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-FINDISP         PIC 9(009)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
      *
       01  WS-VL-EDITADO              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (DIGITO DA CONTA RENUMERADA)
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-NR-AGEN        PIC 9(004).
           05  WS-PARM-NR-CC          PIC X(011).
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO SUPERVISOR
      *-----------------------------------------------------------------
       01  WS-AREA-INCORPORACAO.
           05  WS-INC-AGEN-ORIGEM     PIC  9(004)  VALUE ZEROS.
           05  WS-INC-AGEN-DESTINO    PIC  9(004)  VALUE ZEROS.
           05  WS-INC-DIAS-TRANSICAO  PIC  9(003)  VALUE ZEROS.
           05  WS-INC-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * LINHA DO PLANO (CONSOLE)
      *-----------------------------------------------------------------
       01  WS-LINHA-PLANO.
           05  WS-LIN-PLN-ANTIGA      PIC X(015).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-PLN-NOVA        PIC X(015).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-PLN-SUBCONTAS   PIC ZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-PLN-SALDO       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-PLN-OBS         PIC X(010).
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-PLANEJA
           PERFORM P3000-CONFIRMA-E-APLICA
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Sign-on de supervisor, escolha das agencias e do periodo de
      * transicao, com a critica das duas agencias no FINAGEN.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB229 - INCORPORACAO DE AGENCIA'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-SGN-PERFIL NOT EQUAL 'S'
              DISPLAY 'FUNCAO RESTRITA A SUPERVISOR - PROGRAMA '
                      'ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN I-O FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'AGENCIA QUE ENCERRA ......: '
           ACCEPT WS-INC-AGEN-ORIGEM
           DISPLAY 'AGENCIA INCORPORADORA ....: '
           ACCEPT WS-INC-AGEN-DESTINO
           DISPLAY 'DIAS DE TRANSICAO (000 = 090): '
           ACCEPT WS-INC-DIAS-TRANSICAO

           IF WS-INC-AGEN-ORIGEM NOT NUMERIC
              OR WS-INC-AGEN-DESTINO NOT NUMERIC
              OR WS-INC-AGEN-ORIGEM EQUAL ZEROS
              OR WS-INC-AGEN-DESTINO EQUAL ZEROS
              OR WS-INC-AGEN-ORIGEM EQUAL WS-INC-AGEN-DESTINO
              DISPLAY 'AGENCIAS INVALIDAS - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-INC-DIAS-TRANSICAO NOT NUMERIC
              OR WS-INC-DIAS-TRANSICAO EQUAL ZEROS
              MOVE 090 TO WS-INC-DIAS-TRANSICAO
           END-IF

           MOVE WS-INC-AGEN-DESTINO TO FINAGEN-NR-AGEN
           READ FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00' OR NOT FINAGEN-ATIVA
              DISPLAY 'INCORPORADORA NAO CADASTRADA OU ENCERRADA - '
                      'PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'INCORPORADORA: ' FINAGEN-NR-AGEN ' '
                   FINAGEN-NOME

           MOVE WS-INC-AGEN-ORIGEM TO FINAGEN-NR-AGEN
           READ FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00' OR NOT FINAGEN-ATIVA
              DISPLAY 'AGENCIA QUE ENCERRA NAO CADASTRADA OU JA '
                      'ENCERRADA - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'ENCERRA .....: ' FINAGEN-NR-AGEN ' '
                   FINAGEN-NOME

           COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                 + WS-INC-DIAS-TRANSICAO
           COMPUTE WS-DT-FIM-TRANSICAO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           DISPLAY 'TRANSICAO ...: ATE ' WS-DT-FIM-TRANSICAO

           .

      *-----------------------------------------------------------------
       P1000-PLANEJA SECTION.
      * Percorre as contas da agencia que encerra e grava o plano: uma
      * conta nova na incorporadora para cada conta (as subcontas
      * acompanham). Nada e alterado nesta fase.
      *-----------------------------------------------------------------

           MOVE 'P1000-PLANEJA' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINSLD-CONSULTA
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD.dat (CONSULTA) - FILE '
                     'STATUS = ' WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Mapa de incorporacoes anteriores: opcional nesta fase.
           OPEN INPUT FINAGMAP
           EVALUATE WS-FS-FINAGMAP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINAGMAP-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINAGMAP - FILE STATUS = '
                           WS-FS-FINAGMAP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'FINAGPLN.wrk' TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
           OPEN OUTPUT FINAGPLN
           CLOSE FINAGPLN
           OPEN I-O FINAGPLN
           IF WS-FS-FINAGPLN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINAGPLN - FILE STATUS = '
                     WS-FS-FINAGPLN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'PLANO DA INCORPORACAO DA AGENCIA '
                   WS-INC-AGEN-ORIGEM ' NA ' WS-INC-AGEN-DESTINO
           DISPLAY '***************************************************'
           DISPLAY 'CONTA ATUAL      CONTA NOVA       SUB'
                   '              SALDO  OBS'

           MOVE SPACES             TO WS-CONTA-CORRENTE
           MOVE 'N'                TO WS-FIM-VARREDURA-SW
           MOVE LOW-VALUES         TO FINSLD-CHAVE
           MOVE WS-INC-AGEN-ORIGEM TO FINSLD-NR-AGEN

           START FINSLD KEY NOT LESS FINSLD-CHAVE
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE 'S' TO WS-FIM-VARREDURA-SW
           END-IF

           PERFORM UNTIL FIM-VARREDURA
              READ FINSLD NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINSLD-NR-AGEN NOT EQUAL WS-INC-AGEN-ORIGEM
                       OR FINSLD-CHAVE EQUAL '9999TRAILER      '
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    ELSE
                       IF FINSLD-CHAVE(1:15)
                          NOT EQUAL WS-CONTA-CORRENTE
                          PERFORM P1100-FECHA-CONTA
                          MOVE FINSLD-CHAVE(1:15) TO WS-CONTA-CORRENTE
                          MOVE ZEROS TO WS-SLD-CONTA
                          PERFORM P1200-ALOCA-NUMERO
                       END-IF
                       ADD 1             TO FINAGPLN-QTD-SUBCONTAS
                                            WS-QTD-SUBCONTAS
                       ADD FINSLD-VL-SLD TO WS-SLD-CONTA
                                            WS-VL-TOTAL-SLD
                    END-IF
              END-READ
           END-PERFORM
           PERFORM P1100-FECHA-CONTA

           CLOSE FINSLD
                 FINSLD-CONSULTA
           IF FINAGMAP-EXISTE
              CLOSE FINAGMAP
           END-IF

           DISPLAY '---------------------------------------------------'
           DISPLAY 'CONTAS A TRANSFERIR  - ' WS-QTD-CONTAS
           DISPLAY 'SUBCONTAS (CHAVES)   - ' WS-QTD-SUBCONTAS
           DISPLAY 'CONTAS RENUMERADAS   - ' WS-QTD-RENUMERADAS
           MOVE WS-VL-TOTAL-SLD TO WS-VL-EDITADO
           DISPLAY 'SALDO TOTAL          - ' WS-VL-EDITADO
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P1100-FECHA-CONTA SECTION.
      * Grava no plano a conta que acabou de ser percorrida e a lista
      * no console.
      *-----------------------------------------------------------------

           MOVE 'P1100-FECHA-CONTA' TO WS-NOM-PARAGRAFO

           IF WS-CONTA-CORRENTE EQUAL SPACES
              EXIT SECTION
           END-IF

           WRITE REG-FINAGPLN
           IF WS-FS-FINAGPLN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINAGPLN - FILE STATUS = '
                     WS-FS-FINAGPLN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-CONTAS
           MOVE FINAGPLN-CONTA-ANTIGA  TO WS-LIN-PLN-ANTIGA
           MOVE FINAGPLN-CONTA-NOVA    TO WS-LIN-PLN-NOVA
           MOVE FINAGPLN-QTD-SUBCONTAS TO WS-LIN-PLN-SUBCONTAS
           MOVE WS-SLD-CONTA           TO WS-LIN-PLN-SALDO
           IF FINAGPLN-IND-RENUMERADA EQUAL 'S'
              MOVE 'RENUMERADA' TO WS-LIN-PLN-OBS
              ADD 1 TO WS-QTD-RENUMERADAS
           ELSE
              MOVE SPACES       TO WS-LIN-PLN-OBS
           END-IF
           DISPLAY WS-LINHA-PLANO

           .

      *-----------------------------------------------------------------
       P1200-ALOCA-NUMERO SECTION.
      * Define a conta nova da conta corrente: a ja mapeada numa
      * execucao anterior interrompida; senao o mesmo numero, se livre
      * na incorporadora; senao o proximo numero livre a partir dele,
      * com o digito verificador calculado pela SRMINIMAL.
      *-----------------------------------------------------------------

           MOVE 'P1200-ALOCA-NUMERO' TO WS-NOM-PARAGRAFO

           MOVE SPACES              TO REG-FINAGPLN
           MOVE WS-CONTA-CORRENTE   TO FINAGPLN-CONTA-ANTIGA
           MOVE WS-INC-AGEN-DESTINO TO FINAGPLN-AGEN-NOVA
           MOVE 'N'                 TO FINAGPLN-IND-RENUMERADA
           MOVE ZEROS               TO FINAGPLN-QTD-SUBCONTAS

           PERFORM P1250-PROCURA-NO-MAPA
           IF CONTA-MAPEADA
              EXIT SECTION
           END-IF

           MOVE FINSLD-NR-CC TO WS-CC-CANDIDATO
           PERFORM P1300-VERIFICA-LIVRE
           IF NUMERO-LIVRE
              MOVE WS-CC-CANDIDATO TO FINAGPLN-CC-NOVA
              EXIT SECTION
           END-IF

           IF WS-CAND-BASE NUMERIC
              MOVE WS-CAND-BASE TO WS-BASE-CONTA
           ELSE
              MOVE ZEROS        TO WS-BASE-CONTA
           END-IF
           MOVE ZEROS TO WS-QTD-TENTATIVAS

           PERFORM UNTIL NUMERO-LIVRE
              ADD 1 TO WS-QTD-TENTATIVAS
              IF WS-QTD-TENTATIVAS > 9999
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - SEM NUMERO LIVRE NA INCORPORADORA '
                        'PARA A CONTA ' WS-CONTA-CORRENTE
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              ADD 1 TO WS-BASE-CONTA
                 ON SIZE ERROR
                    MOVE 1 TO WS-BASE-CONTA
              END-ADD
              PERFORM P1400-CALCULA-DIGITO
              PERFORM P1300-VERIFICA-LIVRE
           END-PERFORM

           MOVE WS-CC-CANDIDATO TO FINAGPLN-CC-NOVA
           MOVE 'S'             TO FINAGPLN-IND-RENUMERADA

           .

      *-----------------------------------------------------------------
       P1250-PROCURA-NO-MAPA SECTION.
      * Conta da agencia que encerra com alguma chave ja mapeada (queda
      * no meio de uma execucao anterior): reaproveita a conta nova.
      *-----------------------------------------------------------------

           MOVE 'P1250-PROCURA-NO-MAPA' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-CONTA-MAPEADA-SW
           IF NOT FINAGMAP-EXISTE
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES        TO FINAGMAP-CHAVE-ANTIGA
           MOVE WS-CONTA-CORRENTE TO FINAGMAP-CHAVE-ANTIGA(1:15)
           START FINAGMAP KEY NOT LESS FINAGMAP-CHAVE-ANTIGA
           IF WS-FS-FINAGMAP NOT EQUAL '00'
              EXIT SECTION
           END-IF

           READ FINAGMAP NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF FINAGMAP-CHAVE-ANTIGA(1:15) EQUAL WS-CONTA-CORRENTE
                    AND FINAGMAP-CHAVE-NOVA(1:4) EQUAL
                        FINAGPLN-AGEN-NOVA
                    MOVE 'S' TO WS-CONTA-MAPEADA-SW
                    MOVE FINAGMAP-CHAVE-NOVA(5:11) TO FINAGPLN-CC-NOVA
                    MOVE FINAGMAP-IND-RENUMERADA
                      TO FINAGPLN-IND-RENUMERADA
                 END-IF
           END-READ

           .

      *-----------------------------------------------------------------
       P1300-VERIFICA-LIVRE SECTION.
      * O numero candidato esta livre se nenhuma chave da incorporadora
      * comeca por ele em FINSLD e nenhuma conta do plano ja o recebeu.
      *-----------------------------------------------------------------

           MOVE 'P1300-VERIFICA-LIVRE' TO WS-NOM-PARAGRAFO

           MOVE 'S' TO WS-NUMERO-LIVRE-SW

           MOVE LOW-VALUES          TO FINSLD-CONS-CHAVE
           MOVE WS-INC-AGEN-DESTINO TO FINSLD-CONS-NR-AGEN
           MOVE WS-CC-CANDIDATO     TO FINSLD-CONS-NR-CC
           START FINSLD-CONSULTA KEY NOT LESS FINSLD-CONS-CHAVE
           IF WS-FS-FINSLD-CONSULTA EQUAL '00'
              READ FINSLD-CONSULTA NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FINSLD-CONS-NR-AGEN EQUAL WS-INC-AGEN-DESTINO
                       AND FINSLD-CONS-NR-CC EQUAL WS-CC-CANDIDATO
                       MOVE 'N' TO WS-NUMERO-LIVRE-SW
                    END-IF
              END-READ
           END-IF

           IF NOT NUMERO-LIVRE
              EXIT SECTION
           END-IF

      *    O registro do plano em montagem fica salvo na area de
      *    trabalho enquanto a chave alternativa e consultada.
           MOVE REG-FINAGPLN        TO WS-REG-FINAGPLN-SALVO
           MOVE WS-INC-AGEN-DESTINO TO FINAGPLN-AGEN-NOVA
           MOVE WS-CC-CANDIDATO     TO FINAGPLN-CC-NOVA
           READ FINAGPLN KEY IS FINAGPLN-CONTA-NOVA
           EVALUATE WS-FS-FINAGPLN
               WHEN '00'
                    MOVE 'N' TO WS-NUMERO-LIVRE-SW
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINAGPLN - FILE STATUS = '
                           WS-FS-FINAGPLN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE
           MOVE WS-REG-FINAGPLN-SALVO TO REG-FINAGPLN

           .

      *-----------------------------------------------------------------
       P1400-CALCULA-DIGITO SECTION.
      * Monta o candidato com a base corrente e o digito verificador
      * que a SRMINIMAL aceita (o primeiro de 0 a 9 que valida).
      *-----------------------------------------------------------------

           MOVE 'P1400-CALCULA-DIGITO' TO WS-NOM-PARAGRAFO

           MOVE WS-BASE-CONTA       TO WS-CAND-BASE
           MOVE WS-INC-AGEN-DESTINO TO WS-PARM-NR-AGEN
           MOVE '99'                TO WS-PARM-COD-RETORNO

           PERFORM VARYING WS-DV-TENTATIVA FROM 0 BY 1
                     UNTIL WS-DV-TENTATIVA > 9
                        OR WS-CHAVE-VALIDA
              MOVE WS-DV-TENTATIVA  TO WS-CAND-DV
              MOVE WS-CC-CANDIDATO  TO WS-PARM-NR-CC
              CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3000-CONFIRMA-E-APLICA SECTION.
      * O supervisor confirma a vista do plano; confirmado, as contas
      * sao transferidas e os cadastros vinculados atualizados. Sem
      * confirmacao, nada e tocado.
      *-----------------------------------------------------------------

           MOVE 'P3000-CONFIRMA-E-APLICA' TO WS-NOM-PARAGRAFO

           IF WS-QTD-CONTAS EQUAL ZEROS
              DISPLAY 'AGENCIA SEM CONTAS EM FINSLD - USE O '
                      'ENCERRAMENTO DO FINAGMNT.'
              EXIT SECTION
           END-IF

           DISPLAY ' '
           DISPLAY 'CONFIRMA A INCORPORACAO DA AGENCIA '
                   WS-INC-AGEN-ORIGEM ' NA ' WS-INC-AGEN-DESTINO
                   ' (S/N)? '
           ACCEPT WS-INC-RESPOSTA

           IF WS-INC-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'INCORPORACAO CANCELADA - NADA FOI ALTERADO.'
              EXIT SECTION
           END-IF

           PERFORM P3050-ABRE-ARQUIVOS

      *    Cadastros vinculados primeiro: a conta so sai da agencia
      *    antiga (FINSLD) com tudo o que aponta para ela ja na chave
      *    nova.
           PERFORM P3500-ATUALIZA-FINSORD
           PERFORM P3600-ATUALIZA-FINLOAN
           PERFORM P3700-ATUALIZA-FINHOLD
           PERFORM P3800-ATUALIZA-FINALULK
           PERFORM P5100-ATUALIZA-FINCDB
           PERFORM P5200-ATUALIZA-FINFLOAT
           PERFORM P5300-ATUALIZA-FINBOLP
           PERFORM P5400-ATUALIZA-FINTALAO
           PERFORM P5500-ATUALIZA-FINCHEQ
           PERFORM P5600-ATUALIZA-FINDISP

           MOVE 'N'        TO WS-FIM-PLANO-SW
           MOVE LOW-VALUES TO FINAGPLN-CONTA-ANTIGA
           START FINAGPLN KEY NOT LESS FINAGPLN-CONTA-ANTIGA
           IF WS-FS-FINAGPLN NOT EQUAL '00'
              MOVE 'S' TO WS-FIM-PLANO-SW
           END-IF

           PERFORM UNTIL FIM-PLANO
              READ FINAGPLN NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-PLANO-SW
                 NOT AT END
                    PERFORM P3100-TRANSFERE-CONTA
              END-READ
           END-PERFORM

           PERFORM P3900-ENCERRA-AGENCIA

           CLOSE FINSLD
                 FINAGMAP
                 FINSMLOG
           IF FINTITL-EXISTE
              CLOSE FINTITL
           END-IF

           DISPLAY '---------------------------------------------------'
           DISPLAY 'CHAVES TROCADAS EM FINSLD    - '
                   WS-QTD-FINSLD-TROCADAS
           DISPLAY 'ENTRADAS NOVAS NO FINAGMAP   - ' WS-QTD-MAPA
           DISPLAY 'ENTRADAS ANTERIORES REAPONT. - '
                   WS-QTD-MAPA-ENCADEADO
           DISPLAY 'VINCULOS FINTITL             - ' WS-QTD-FINTITL
           DISPLAY 'ORDENS FINSORD               - ' WS-QTD-FINSORD
           DISPLAY 'CONTRATOS FINLOAN            - ' WS-QTD-FINLOAN
           DISPLAY 'BLOQUEIOS FINHOLD            - ' WS-QTD-FINHOLD
           DISPLAY 'MATRICULAS FINALULK          - ' WS-QTD-FINALULK
           DISPLAY 'APLICACOES FINCDB            - ' WS-QTD-FINCDB
           DISPLAY 'CREDITOS PENDENTES FINFLOAT  - ' WS-QTD-FINFLOAT
           DISPLAY 'BOLETOS AGENDADOS FINBOLP    - ' WS-QTD-FINBOLP
           DISPLAY 'TALOES FINTALAO              - ' WS-QTD-FINTALAO
           DISPLAY 'FOLHAS DE CHEQUE FINCHEQ     - ' WS-QTD-FINCHEQ
           DISPLAY 'CONTESTACOES FINDISP         - ' WS-QTD-FINDISP
           DISPLAY 'AGENCIA ' WS-INC-AGEN-ORIGEM ' ENCERRADA EM '
                   WS-DATA-EXECUCAO '; CHAVES ANTIGAS REDIRECIONADAS '
                   'ATE ' WS-DT-FIM-TRANSICAO '.'

           .

      *-----------------------------------------------------------------
       P3050-ABRE-ARQUIVOS SECTION.
      * FINSLD para atualizacao, mapa e log (criados se ausentes) e os
      * vinculos cliente x conta (opcional).
      *-----------------------------------------------------------------

           MOVE 'P3050-ABRE-ARQUIVOS' TO WS-NOM-PARAGRAFO

           OPEN I-O FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINAGMAP
           IF WS-FS-FINAGMAP EQUAL '35'
              OPEN OUTPUT FINAGMAP
              CLOSE FINAGMAP
              OPEN I-O FINAGMAP
           END-IF
           IF WS-FS-FINAGMAP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINAGMAP - FILE STATUS = '
                     WS-FS-FINAGMAP
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

           .

      *-----------------------------------------------------------------
       P3100-TRANSFERE-CONTA SECTION.
      * Transfere, uma a uma, as subcontas da conta do plano: para cada
      * chave, mapa e vinculos primeiro e so entao a troca em FINSLD
      * (a conta so sai da agencia antiga com tudo o mais pronto).
      * Cada subconta excluida faz a proxima ser a primeira da conta.
      *-----------------------------------------------------------------

           MOVE 'P3100-TRANSFERE-CONTA' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-FIM-CONTA-SW

           PERFORM UNTIL FIM-CONTA
              MOVE LOW-VALUES            TO FINSLD-CHAVE
              MOVE FINAGPLN-CONTA-ANTIGA TO FINSLD-CHAVE(1:15)
              START FINSLD KEY NOT LESS FINSLD-CHAVE
              IF WS-FS-FINSLD NOT EQUAL '00'
                 MOVE 'S' TO WS-FIM-CONTA-SW
              ELSE
                 READ FINSLD NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-CONTA-SW
                    NOT AT END
                       IF FINSLD-CHAVE(1:15)
                          NOT EQUAL FINAGPLN-CONTA-ANTIGA
                          MOVE 'S' TO WS-FIM-CONTA-SW
                       ELSE
                          MOVE FINSLD-CHAVE        TO WS-CHAVE-ANTIGA
                          MOVE FINAGPLN-CONTA-NOVA TO WS-CHAVE-NOVA
                          MOVE FINSLD-COD-SUBCONTA
                            TO WS-CHAVE-NOVA(16:2)
                          MOVE REG-FINSLD TO WS-REG-FINSLD-SALVO
                          PERFORM P3200-GRAVA-MAPA
                          IF FINTITL-EXISTE
                             PERFORM P3300-TRANSFERE-FINTITL
                          END-IF
                          PERFORM P3400-TROCA-CHAVE-FINSLD
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3200-GRAVA-MAPA SECTION.
      * Reaponta para a chave nova as entradas de incorporacoes
      * anteriores que levavam a chave antiga e grava a entrada
      * antiga -> nova (regravada, se ja existir de uma execucao
      * interrompida).
      *-----------------------------------------------------------------

           MOVE 'P3200-GRAVA-MAPA' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              MOVE WS-CHAVE-ANTIGA TO FINAGMAP-CHAVE-NOVA
              START FINAGMAP KEY EQUAL FINAGMAP-CHAVE-NOVA
              IF WS-FS-FINAGMAP NOT EQUAL '00'
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
              ELSE
                 READ FINAGMAP NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       IF FINAGMAP-CHAVE-NOVA NOT EQUAL WS-CHAVE-ANTIGA
                          MOVE 'S' TO WS-FIM-VARREDURA-SW
                       ELSE
                          MOVE WS-CHAVE-NOVA TO FINAGMAP-CHAVE-NOVA
                          REWRITE REG-FINAGMAP
                          IF WS-FS-FINAGMAP NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINAGMAP - FILE '
                                    'STATUS = ' WS-FS-FINAGMAP
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-MAPA-ENCADEADO
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           MOVE SPACES                  TO REG-FINAGMAP
           MOVE WS-CHAVE-ANTIGA         TO FINAGMAP-CHAVE-ANTIGA
           MOVE WS-CHAVE-NOVA           TO FINAGMAP-CHAVE-NOVA
           MOVE WS-DATA-EXECUCAO        TO FINAGMAP-DT-INCORPORACAO
           MOVE WS-DT-FIM-TRANSICAO     TO FINAGMAP-DT-FIM-TRANSICAO
           MOVE WS-SGN-COD-OPER         TO FINAGMAP-COD-SUPERV
           MOVE FINAGPLN-IND-RENUMERADA TO FINAGMAP-IND-RENUMERADA

           WRITE REG-FINAGMAP
           IF WS-FS-FINAGMAP EQUAL '22'
              REWRITE REG-FINAGMAP
           END-IF
           IF WS-FS-FINAGMAP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINAGMAP - FILE STATUS = '
                     WS-FS-FINAGMAP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           ADD 1 TO WS-QTD-MAPA

           .

      *-----------------------------------------------------------------
       P3300-TRANSFERE-FINTITL SECTION.
      * A conta faz parte da chave do vinculo: cada titular da chave
      * antiga e regravado na chave nova e o vinculo antigo excluido.
      *-----------------------------------------------------------------

           MOVE 'P3300-TRANSFERE-FINTITL' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              MOVE WS-CHAVE-ANTIGA TO FINTITL-CONTA
              MOVE ZEROS           TO FINTITL-CLIENTE
              START FINTITL KEY NOT LESS FINTITL-CHAVE
              IF WS-FS-FINTITL NOT EQUAL '00'
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
              ELSE
                 READ FINTITL NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       IF FINTITL-CONTA NOT EQUAL WS-CHAVE-ANTIGA
                          MOVE 'S' TO WS-FIM-VARREDURA-SW
                       ELSE
                          DELETE FINTITL RECORD
                          IF WS-FS-FINTITL NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - DELETE FINTITL - FILE '
                                    'STATUS = ' WS-FS-FINTITL
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          MOVE WS-CHAVE-NOVA TO FINTITL-CONTA
                          WRITE REG-FINTITL
                          IF WS-FS-FINTITL NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - WRITE FINTITL - FILE '
                                    'STATUS = ' WS-FS-FINTITL
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINTITL
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3400-TROCA-CHAVE-FINSLD SECTION.
      * Grava o registro com a chave nova, exclui o da chave antiga e
      * registra a transferencia no FINSMLOG (acao 'T').
      *-----------------------------------------------------------------

           MOVE 'P3400-TROCA-CHAVE-FINSLD' TO WS-NOM-PARAGRAFO

           MOVE WS-REG-FINSLD-SALVO TO REG-FINSLD
           MOVE WS-CHAVE-NOVA       TO FINSLD-CHAVE
           WRITE REG-FINSLD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINSLD ' WS-CHAVE-NOVA
                     ' - FILE STATUS = ' WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE WS-CHAVE-ANTIGA TO FINSLD-CHAVE
           DELETE FINSLD RECORD
           IF WS-FS-FINSLD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE FINSLD ' WS-CHAVE-ANTIGA
                     ' - FILE STATUS = ' WS-FS-FINSLD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           ADD 1 TO WS-QTD-FINSLD-TROCADAS

           MOVE WS-REG-FINSLD-SALVO TO REG-FINSLD
           MOVE WS-CHAVE-NOVA       TO FINSLD-CHAVE

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE WS-DATA-HOJE            TO FINSMLOG-DATA
           MOVE WS-HORA-AGORA(1:6)      TO FINSMLOG-HORA
           MOVE WS-SGN-COD-OPER         TO FINSMLOG-OPERADOR
           MOVE 'T'                     TO FINSMLOG-ACAO
           MOVE FINSLD-CHAVE            TO FINSMLOG-CHAVE
           MOVE FINSLD-STATUS           TO FINSMLOG-STATUS
           MOVE FINSLD-IND-LIMITE       TO FINSMLOG-IND-LIMITE
           MOVE FINSLD-VL-LIMITE        TO FINSMLOG-VL-LIMITE
           MOVE FINSLD-TIPO-CONTA       TO FINSMLOG-TIPO-CONTA
           MOVE FINSLD-COD-MOEDA        TO FINSMLOG-COD-MOEDA
           MOVE FINSLD-VL-SLD           TO FINSMLOG-VL-SLD

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
       P3500-ATUALIZA-FINSORD SECTION.
      * Ordens permanentes da agencia que encerra passam a debitar/
      * creditar a conta nova (todas, em qualquer situacao).
      *-----------------------------------------------------------------

           MOVE 'P3500-ATUALIZA-FINSORD' TO WS-NOM-PARAGRAFO

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
                    IF FINSORD-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       MOVE FINSORD-NR-AGEN TO FINAGPLN-AGEN-ANTIGA
                       MOVE FINSORD-NR-CC   TO FINAGPLN-CC-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-AGEN-NOVA TO FINSORD-NR-AGEN
                          MOVE FINAGPLN-CC-NOVA   TO FINSORD-NR-CC
                          REWRITE REG-FINSORD
                          IF WS-FS-FINSORD NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINSORD - FILE '
                                    'STATUS = ' WS-FS-FINSORD
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINSORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINSORD

           .

      *-----------------------------------------------------------------
       P3600-ATUALIZA-FINLOAN SECTION.
      * Contratos de emprestimo passam a ter a conta nova como conta
      * de credito e de debito das parcelas.
      *-----------------------------------------------------------------

           MOVE 'P3600-ATUALIZA-FINLOAN' TO WS-NOM-PARAGRAFO

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
                    IF FINLOAN-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       MOVE FINLOAN-CHAVE-CONTA(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINLOAN-CHAVE-CONTA(1:15)
                          REWRITE REG-FINLOAN
                          IF WS-FS-FINLOAN NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINLOAN - FILE '
                                    'STATUS = ' WS-FS-FINLOAN
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINLOAN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINLOAN

           .

      *-----------------------------------------------------------------
       P3700-ATUALIZA-FINHOLD SECTION.
      * Ordens de bloqueio (em qualquer situacao) passam a apontar para
      * a conta nova, para a liberacao futura encontrar o saldo.
      *-----------------------------------------------------------------

           MOVE 'P3700-ATUALIZA-FINHOLD' TO WS-NOM-PARAGRAFO

           OPEN I-O FINHOLD
           EVALUATE WS-FS-FINHOLD
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINHOLD - FILE STATUS = '
                           WS-FS-FINHOLD
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINHOLD NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINHOLD-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       MOVE FINHOLD-CHAVE-CONTA(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINHOLD-CHAVE-CONTA(1:15)
                          REWRITE REG-FINHOLD
                          IF WS-FS-FINHOLD NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINHOLD - FILE '
                                    'STATUS = ' WS-FS-FINHOLD
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINHOLD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINHOLD

           .

      *-----------------------------------------------------------------
       P3800-ATUALIZA-FINALULK SECTION.
      * Matriculas cuja mensalidade e debitada numa conta da agencia
      * que encerra passam a ser debitadas na conta nova.
      *-----------------------------------------------------------------

           MOVE 'P3800-ATUALIZA-FINALULK' TO WS-NOM-PARAGRAFO

           OPEN I-O FINALULK
           EVALUATE WS-FS-FINALULK
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINALULK - FILE STATUS = '
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
                    IF FINALULK-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       MOVE FINALULK-CHAVE-CONTA(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINALULK-CHAVE-CONTA(1:15)
                          REWRITE REG-FINALULK
                          IF WS-FS-FINALULK NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINALULK - FILE '
                                    'STATUS = ' WS-FS-FINALULK
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINALULK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINALULK

           .

      *-----------------------------------------------------------------
       P3900-ENCERRA-AGENCIA SECTION.
      * A agencia que encerra fica 'E', com a data e a incorporadora.
      *-----------------------------------------------------------------

           MOVE 'P3900-ENCERRA-AGENCIA' TO WS-NOM-PARAGRAFO

           MOVE WS-INC-AGEN-ORIGEM TO FINAGEN-NR-AGEN
           READ FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'E'                 TO FINAGEN-STATUS
           MOVE WS-DATA-EXECUCAO    TO FINAGEN-DT-ENCERRAMENTO
           MOVE WS-INC-AGEN-DESTINO TO FINAGEN-AGEN-INCORPORA
           MOVE WS-SGN-COD-OPER     TO FINAGEN-COD-OPER

           REWRITE REG-FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-LE-PLANO SECTION.
      * Le o plano pela conta antiga ja movida para FINAGPLN-CONTA-
      * ANTIGA pelo chamador.
      *-----------------------------------------------------------------

           MOVE 'P4000-LE-PLANO' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-CONTA-PLANEJADA-SW
           READ FINAGPLN
           EVALUATE WS-FS-FINAGPLN
               WHEN '00'
                    MOVE 'S' TO WS-CONTA-PLANEJADA-SW
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINAGPLN - FILE STATUS = '
                           WS-FS-FINAGPLN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P5100-ATUALIZA-FINCDB SECTION.
      * Aplicacoes CDB (em qualquer situacao): a conta de investimento
      * titular e a conta corrente vinculada, cada uma quando for da
      * agencia que encerra, passam para a conta nova.
      *-----------------------------------------------------------------

           MOVE 'P5100-ATUALIZA-FINCDB' TO WS-NOM-PARAGRAFO

           OPEN I-O FINCDB
           EVALUATE WS-FS-FINCDB
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINCDB - FILE STATUS = '
                           WS-FS-FINCDB
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINCDB NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    MOVE 'N' TO WS-CDB-ALTERADA-SW
                    IF FINCDB-INV-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       MOVE FINCDB-CHAVE-INVEST(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINCDB-CHAVE-INVEST(1:15)
                          MOVE 'S' TO WS-CDB-ALTERADA-SW
                       END-IF
                    END-IF
                    IF FINCDB-CC-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       MOVE FINCDB-CHAVE-CORRENTE(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINCDB-CHAVE-CORRENTE(1:15)
                          MOVE 'S' TO WS-CDB-ALTERADA-SW
                       END-IF
                    END-IF
                    IF CDB-ALTERADA
                       REWRITE REG-FINCDB
                       IF WS-FS-FINCDB NOT EQUAL '00'
                          MOVE SPACES TO WS-MSG
                          STRING 'ERRO - REWRITE FINCDB - FILE '
                                 'STATUS = ' WS-FS-FINCDB
                                 DELIMITED BY SIZE  INTO WS-MSG
                          END-STRING
                          PERFORM P8000-ERRO
                       END-IF
                       ADD 1 TO WS-QTD-FINCDB
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINCDB

           .

      *-----------------------------------------------------------------
       P5200-ATUALIZA-FINFLOAT SECTION.
      * Creditos ainda PENDENTES de liberacao passam para a conta nova,
      * onde o saldo vai estar na liberacao; os ja liberados ficam na
      * chave antiga como historico. A conta e parte da chave: a
      * varredura da agencia recomeca depois da ultima chave lida.
      *-----------------------------------------------------------------

           MOVE 'P5200-ATUALIZA-FINFLOAT' TO WS-NOM-PARAGRAFO

           OPEN I-O FINFLOAT
           EVALUATE WS-FS-FINFLOAT
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINFLOAT - FILE STATUS = '
                           WS-FS-FINFLOAT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE LOW-VALUES         TO WS-CHAVE-ULTIMA
           MOVE WS-INC-AGEN-ORIGEM TO WS-CHAVE-ULTIMA(1:4)

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              MOVE WS-CHAVE-ULTIMA TO FINFLOAT-CHAVE
              START FINFLOAT KEY GREATER FINFLOAT-CHAVE
              IF WS-FS-FINFLOAT NOT EQUAL '00'
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
              ELSE
                 READ FINFLOAT NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       IF FINFLOAT-NR-AGEN NOT EQUAL WS-INC-AGEN-ORIGEM
                          MOVE 'S' TO WS-FIM-VARREDURA-SW
                       ELSE
                          MOVE FINFLOAT-CHAVE TO WS-CHAVE-ULTIMA
                          IF FINFLOAT-PENDENTE
                             PERFORM P5210-TROCA-CHAVE-FINFLOAT
                          END-IF
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           CLOSE FINFLOAT

           .

      *-----------------------------------------------------------------
       P5210-TROCA-CHAVE-FINFLOAT SECTION.
      * Credito pendente da conta planejada: exclui e regrava na conta
      * nova.
      *-----------------------------------------------------------------

           MOVE FINFLOAT-CHAVE-CONTA(1:15) TO FINAGPLN-CONTA-ANTIGA
           PERFORM P4000-LE-PLANO
           IF NOT CONTA-PLANEJADA
              EXIT SECTION
           END-IF

           MOVE 'P5210-TROCA-CHAVE-FINFLOAT' TO WS-NOM-PARAGRAFO

           DELETE FINFLOAT RECORD
           IF WS-FS-FINFLOAT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE FINFLOAT - FILE STATUS = '
                     WS-FS-FINFLOAT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE FINAGPLN-CONTA-NOVA TO FINFLOAT-CHAVE-CONTA(1:15)
           WRITE REG-FINFLOAT
           IF WS-FS-FINFLOAT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFLOAT - FILE STATUS = '
                     WS-FS-FINFLOAT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           ADD 1 TO WS-QTD-FINFLOAT

           .

      *-----------------------------------------------------------------
       P5300-ATUALIZA-FINBOLP SECTION.
      * Pagamentos de boleto AGENDADOS passam a debitar a conta nova;
      * os ja debitados, liquidados, recusados ou cancelados ficam como
      * estao.
      *-----------------------------------------------------------------

           MOVE 'P5300-ATUALIZA-FINBOLP' TO WS-NOM-PARAGRAFO

           OPEN I-O FINBOLP
           EVALUATE WS-FS-FINBOLP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINBOLP - FILE STATUS = '
                           WS-FS-FINBOLP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINBOLP NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINBOLP-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       AND FINBOLP-AGENDADO
                       MOVE FINBOLP-CONTA(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINBOLP-CONTA(1:15)
                          REWRITE REG-FINBOLP
                          IF WS-FS-FINBOLP NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINBOLP - FILE '
                                    'STATUS = ' WS-FS-FINBOLP
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINBOLP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINBOLP

           .

      *-----------------------------------------------------------------
       P5400-ATUALIZA-FINTALAO SECTION.
      * Taloes emitidos (todos: a numeracao do proximo talao continua
      * a da conta) passam para a conta nova. A conta e parte da chave:
      * a varredura da agencia recomeca depois da ultima chave lida.
      *-----------------------------------------------------------------

           MOVE 'P5400-ATUALIZA-FINTALAO' TO WS-NOM-PARAGRAFO

           OPEN I-O FINTALAO
           EVALUATE WS-FS-FINTALAO
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINTALAO - FILE STATUS = '
                           WS-FS-FINTALAO
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE LOW-VALUES         TO WS-CHAVE-ULTIMA
           MOVE WS-INC-AGEN-ORIGEM TO WS-CHAVE-ULTIMA(1:4)

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              MOVE WS-CHAVE-ULTIMA TO FINTALAO-CHAVE
              START FINTALAO KEY GREATER FINTALAO-CHAVE
              IF WS-FS-FINTALAO NOT EQUAL '00'
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
              ELSE
                 READ FINTALAO NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       IF FINTALAO-NR-AGEN NOT EQUAL WS-INC-AGEN-ORIGEM
                          MOVE 'S' TO WS-FIM-VARREDURA-SW
                       ELSE
                          MOVE FINTALAO-CHAVE TO WS-CHAVE-ULTIMA
                          PERFORM P5410-TROCA-CHAVE-FINTALAO
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           CLOSE FINTALAO

           .

      *-----------------------------------------------------------------
       P5410-TROCA-CHAVE-FINTALAO SECTION.
      * Talao da conta planejada: exclui e regrava na conta nova.
      *-----------------------------------------------------------------

           MOVE FINTALAO-CONTA(1:15) TO FINAGPLN-CONTA-ANTIGA
           PERFORM P4000-LE-PLANO
           IF NOT CONTA-PLANEJADA
              EXIT SECTION
           END-IF

           MOVE 'P5410-TROCA-CHAVE-FINTALAO' TO WS-NOM-PARAGRAFO

           DELETE FINTALAO RECORD
           IF WS-FS-FINTALAO NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE FINTALAO - FILE STATUS = '
                     WS-FS-FINTALAO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE FINAGPLN-CONTA-NOVA TO FINTALAO-CONTA(1:15)
           WRITE REG-FINTALAO
           IF WS-FS-FINTALAO NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTALAO - FILE STATUS = '
                     WS-FS-FINTALAO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           ADD 1 TO WS-QTD-FINTALAO

           .

      *-----------------------------------------------------------------
       P5500-ATUALIZA-FINCHEQ SECTION.
      * Folhas de cheque (todas: a sustacao e a apresentacao pela
      * camara sao conferidas pela conta) passam para a conta nova. A
      * conta e parte da chave: a varredura da agencia recomeca depois
      * da ultima chave lida.
      *-----------------------------------------------------------------

           MOVE 'P5500-ATUALIZA-FINCHEQ' TO WS-NOM-PARAGRAFO

           OPEN I-O FINCHEQ
           EVALUATE WS-FS-FINCHEQ
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINCHEQ - FILE STATUS = '
                           WS-FS-FINCHEQ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE LOW-VALUES         TO WS-CHAVE-ULTIMA
           MOVE WS-INC-AGEN-ORIGEM TO WS-CHAVE-ULTIMA(1:4)

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              MOVE WS-CHAVE-ULTIMA TO FINCHEQ-CHAVE
              START FINCHEQ KEY GREATER FINCHEQ-CHAVE
              IF WS-FS-FINCHEQ NOT EQUAL '00'
                 MOVE 'S' TO WS-FIM-VARREDURA-SW
              ELSE
                 READ FINCHEQ NEXT RECORD
                    AT END
                       MOVE 'S' TO WS-FIM-VARREDURA-SW
                    NOT AT END
                       IF FINCHEQ-NR-AGEN NOT EQUAL WS-INC-AGEN-ORIGEM
                          MOVE 'S' TO WS-FIM-VARREDURA-SW
                       ELSE
                          MOVE FINCHEQ-CHAVE TO WS-CHAVE-ULTIMA
                          PERFORM P5510-TROCA-CHAVE-FINCHEQ
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           CLOSE FINCHEQ

           .

      *-----------------------------------------------------------------
       P5510-TROCA-CHAVE-FINCHEQ SECTION.
      * Folha da conta planejada: exclui e regrava na conta nova.
      *-----------------------------------------------------------------

           MOVE FINCHEQ-CONTA(1:15) TO FINAGPLN-CONTA-ANTIGA
           PERFORM P4000-LE-PLANO
           IF NOT CONTA-PLANEJADA
              EXIT SECTION
           END-IF

           MOVE 'P5510-TROCA-CHAVE-FINCHEQ' TO WS-NOM-PARAGRAFO

           DELETE FINCHEQ RECORD
           IF WS-FS-FINCHEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE FINAGPLN-CONTA-NOVA TO FINCHEQ-CONTA(1:15)
           WRITE REG-FINCHEQ
           IF WS-FS-FINCHEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCHEQ - FILE STATUS = '
                     WS-FS-FINCHEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           ADD 1 TO WS-QTD-FINCHEQ

           .

      *-----------------------------------------------------------------
       P5600-ATUALIZA-FINDISP SECTION.
      * Contestacoes EM ANDAMENTO (abertas, com ou sem credito
      * provisorio) passam para a conta nova, onde o credito ou o
      * estorno da resolucao vai ser lancado; as encerradas ficam como
      * estao.
      *-----------------------------------------------------------------

           MOVE 'P5600-ATUALIZA-FINDISP' TO WS-NOM-PARAGRAFO

           OPEN I-O FINDISP
           EVALUATE WS-FS-FINDISP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINDISP - FILE STATUS = '
                           WS-FS-FINDISP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           MOVE 'N' TO WS-FIM-VARREDURA-SW
           PERFORM UNTIL FIM-VARREDURA
              READ FINDISP NEXT RECORD
                 AT END
                    MOVE 'S' TO WS-FIM-VARREDURA-SW
                 NOT AT END
                    IF FINDISP-NR-AGEN EQUAL WS-INC-AGEN-ORIGEM
                       AND FINDISP-EM-ANDAMENTO
                       MOVE FINDISP-CONTA(1:15)
                         TO FINAGPLN-CONTA-ANTIGA
                       PERFORM P4000-LE-PLANO
                       IF CONTA-PLANEJADA
                          MOVE FINAGPLN-CONTA-NOVA
                            TO FINDISP-CONTA(1:15)
                          REWRITE REG-FINDISP
                          IF WS-FS-FINDISP NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINDISP - FILE '
                                    'STATUS = ' WS-FS-FINDISP
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                          ADD 1 TO WS-QTD-FINDISP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINDISP

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB229 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Fecha o cadastro e apaga o plano de trabalho.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           CLOSE FINAGEN
                 FINAGPLN

           MOVE 'FINAGPLN.wrk' TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB229 - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
