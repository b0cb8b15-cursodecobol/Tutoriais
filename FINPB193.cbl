      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : PROVISAO MENSAL PARA CREDITOS DE LIQUIDACAO
      *              DUVIDOSA DOS EMPRESTIMOS: CLASSIFICA CADA CONTRATO
      *              NOS NIVEIS DE RISCO AA A H PELO MAIOR ATRASO DAS
      *              SUAS PARCELAS, CALCULA A PROVISAO SOBRE O SALDO
      *              DEVEDOR, CONTABILIZA A CONSTITUICAO OU REVERSAO DO
      *              MES E LISTA AS MIGRACOES DE NIVEL.
      *              ARQUIVOS DE ENTRADA: FINLOAN  - CONTRATOS
      *                                   FINLNAMR - CRONOGRAMA (SALDO
      *                                              DEVEDOR)
      *                                   FINLNARR - PARCELAS EM ATRASO
      *                                              (FINPB196)
      *                                   FINPRVP  - NIVEIS DE RISCO
      *                                              (FINPVMNT)
      *                                   FINROTC  - ROTEIRO CONTABIL
      *                                   FINPLCT  - PLANO DE CONTAS
      *              ARQUIVOS DE E/S    : FINPROV  - PROVISAO POR MES E
      *                                              CONTRATO
      *                                   FINRAZS  - SALDOS DO RAZAO
      *                                   FINDIAR  - DIARIO CONTABIL
      *                                              (EXTEND)
      *              ARQUIVO DE SAIDA   : FINPROVR - RELATORIO (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Executado no fechamento mensal (FINPB104), depois do FINPB196,
      * que deixa em FINLNARR as parcelas em atraso com a data da
      * primeira rejeicao. Para cada contrato de FINLOAN:
      * - SALDO DEVEDOR = amortizacao das parcelas nao pagas do
      *   cronograma (como no FINPB198); contrato sem cronograma usa
      *   principal x parcelas a emitir / prazo e e contado a parte;
      *   contrato liquidado tem saldo zero;
      * - ATRASO = maior numero de dias entre a primeira rejeicao de
      *   uma parcela em FINLNARR e a data de processamento (sem
      *   parcela em atraso = zero);
      * - NIVEL = ultimo nivel da tabela FINPRVP (AA, A ... H) cujo
      *   atraso minimo nao passa do atraso do contrato; sem FINPRVP,
      *   valem os niveis da regulamentacao (ver FINPVMNT);
      * - PROVISAO = saldo devedor x percentual do nivel.
      * O resultado fica em FINPROV.dat, chaveado por mes + contrato,
      * junto com o nivel e a provisao do mes anterior, lidos do
      * proprio FINPROV. Contrato sem saldo e sem provisao no mes
      * anterior nao gera registro. Reexecucao no mesmo mes regrava os
      * registros do mes.
      * Relatorio (FINPROVR.dat), por agencia da conta do tomador:
      * uma linha por nivel (contratos, saldo devedor, provisao do mes,
      * do mes anterior e variacao), subtotal da agencia com o
      * lancamento contabil gerado, total geral por nivel e, em
      * seguida, a lista de MIGRACOES: contratos com saldo cujo nivel
      * mudou em relacao ao mes anterior (PIORA/MELHORA), para a
      * revisao do risco de credito.
      * Contabilizacao: a variacao da provisao de cada agencia (mes
      * atual - mes anterior) gera um lancamento de duas partidas no
      * diario (FINDIAR, origem 'PV', acrescentado ao diario do dia)
      * e no razao (FINRAZS): aumento = CONSTITUICAO, pela regra
      * PV/D do roteiro contabil; reducao = REVERSAO, pela regra PV/C
      * (tipo '*', moeda BRL ou '***'). Sem regra ou conta fora do
      * plano, a partida vai para a conta transitoria 999999, como no
      * FINPB106. Um registro de controle do mes (contrato zero)
      * guarda a data da contabilizacao: numa reexecucao no mesmo mes
      * o relatorio e refeito, mas nada e contabilizado de novo.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB193.
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
      *    CONTRATOS - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLOAN, LA).
           SELECT FINLOAN  ASSIGN TO 'FINLOAN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    CRONOGRAMA DE AMORTIZACAO - ENTRADA (START + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA).
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.
      *    PARCELAS EM ATRASO - ENTRADA (START + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINPB196 (VER FD FINLNARR, LA).
           SELECT FINLNARR ASSIGN TO 'FINLNARR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLNARR-CHAVE
                  FILE STATUS IS WS-FS-FINLNARR.
      *    NIVEIS DE RISCO - ENTRADA (READ RANDOM)
      *    MESMA DEFINICAO USADA PELO FINPVMNT (VER FD FINPRVP, LA).
           SELECT FINPRVP  ASSIGN TO 'FINPRVP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINPRVP-NIVEL
                  FILE STATUS IS WS-FS-FINPRVP.
      *    PROVISAO POR MES E CONTRATO - ATUALIZACAO
           SELECT FINPROV  ASSIGN TO 'FINPROV.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINPROV-CHAVE
                  FILE STATUS IS WS-FS-FINPROV.
      *    ROTEIRO CONTABIL (READ RANDOM)
      *    MESMA DEFINICAO USADA PELO FINRCMNT (VER FD FINROTC, LA).
           SELECT FINROTC  ASSIGN TO 'FINROTC.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINROTC-CHAVE
                  FILE STATUS IS WS-FS-FINROTC.
      *    PLANO DE CONTAS (READ RANDOM)
      *    MESMA DEFINICAO USADA PELO FINPCMNT (VER FD FINPLCT, LA).
           SELECT FINPLCT  ASSIGN TO 'FINPLCT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINPLCT-CONTA
                  FILE STATUS IS WS-FS-FINPLCT.
      *    SALDOS DO RAZAO - ATUALIZACAO (READ/WRITE/REWRITE)
      *    MESMA DEFINICAO USADA PELO FINPB106 (VER FD FINRAZS, LA).
           SELECT FINRAZS  ASSIGN TO 'FINRAZS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINRAZS-CHAVE
                  FILE STATUS IS WS-FS-FINRAZS.
      *    DIARIO CONTABIL DO DIA - LEITURA DO ULTIMO LANCAMENTO E
      *    ACRESCIMO (EXTEND) DOS LANCAMENTOS DA PROVISAO
      *    MESMA DEFINICAO USADA PELO FINPB106 (VER FD FINDIAR, LA).
           SELECT FINDIAR  ASSIGN TO 'FINDIAR.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINDIAR.
      *    ARQUIVO DE TRABALHO DO SORT - AGENCIA + NIVEL + CONTRATO
           SELECT SD-PROVISAO ASSIGN TO 'FINPROV.wrk'.
      *    CONTRATOS JA CLASSIFICADOS
           SELECT FINPROV-ORD ASSIGN TO 'FINPROV.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINPROV-ORD.
      *    RELATORIO - SAIDA (WRITE)
           SELECT FINPROVR ASSIGN TO 'FINPROVR.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINPROVR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINLOAN
           RECORD CONTAINS 069 CHARACTERS.

       01  REG-FINLOAN.
           03  FINLOAN-NR-CONTRATO    PIC  9(008).
           03  FINLOAN-CHAVE-CONTA.
               05  FINLOAN-NR-AGEN    PIC  9(004).
               05  FINLOAN-NR-CC      PIC  X(011).
               05  FINLOAN-COD-SUBCONTA PIC X(002).
           03  FINLOAN-VL-PRINCIPAL   PIC  9(009)V99.
           03  FINLOAN-TAXA-ANUAL     PIC  9(003)V99.
           03  FINLOAN-PRAZO-MESES    PIC  9(003).
           03  FINLOAN-VL-PARCELA     PIC  9(009)V99.
           03  FINLOAN-DIA-VENCTO     PIC  9(002).
           03  FINLOAN-QTD-EMITIDAS   PIC  9(003).
      *    'A'=Ativo, 'L'=Liquidado, 'V'=Em atraso (FINPB196)
           03  FINLOAN-STATUS         PIC  X(001).
              88  FINLOAN-LIQUIDADO          VALUE 'L'.
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
       FD  FINLNAMR
           RECORD CONTAINS 090 CHARACTERS.

       01  REG-FINLNAMR.
           03  FINLNAMR-CHAVE.
               05  FINLNAMR-NR-CONTRATO PIC 9(008).
               05  FINLNAMR-NR-PARCELA  PIC 9(003).
           03  FINLNAMR-METODO        PIC  X(001).
           03  FINLNAMR-DT-VENCIMENTO PIC  9(008).
           03  FINLNAMR-VL-PARCELA    PIC  9(009)V99.
           03  FINLNAMR-VL-AMORTIZACAO PIC 9(009)V99.
           03  FINLNAMR-VL-JUROS      PIC  9(009)V99.
           03  FINLNAMR-VL-SALDO-DEVEDOR PIC 9(009)V99.
      *    'P'=Prevista 'E'=Emitida 'Q'=Paga 'A'=Em atraso
      *    'L'=Liquidada antecipadamente
           03  FINLNAMR-STATUS        PIC  X(001).
              88  FINLNAMR-A-RECEBER         VALUE 'P' 'E' 'A'.
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
       FD  FINLNARR
           RECORD CONTAINS 056 CHARACTERS.

       01  REG-FINLNARR.
           03  FINLNARR-CHAVE.
               05  FINLNARR-NR-CONTRATO PIC  9(008).
               05  FINLNARR-NR-PARCELA  PIC  9(003).
           03  FINLNARR-CHAVE-CONTA     PIC  X(017).
           03  FINLNARR-VL-PARCELA      PIC  9(009)V99.
           03  FINLNARR-DT-PRIM-REJ     PIC  9(008).
           03  FINLNARR-DT-ULT-CICLO    PIC  9(008).
           03  FINLNARR-IND-MULTA       PIC  X(001).
      *
       FD  FINPRVP
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINPRVP.
           03  FINPRVP-NIVEL          PIC  X(002).
           03  FINPRVP-ORDEM          PIC  9(001).
           03  FINPRVP-DIAS-MINIMO    PIC  9(005).
           03  FINPRVP-PERCENTUAL     PIC  9(003)V99.
           03  FINPRVP-DT-ALTERACAO   PIC  9(008).
           03  FINPRVP-COD-OPER       PIC  X(008).
           03  FILLER                 PIC  X(011).
      *
       FD  FINPROV
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINPROV.
           03  FINPROV-CHAVE.
      *        MES DE REFERENCIA (AAAAMM)
               05  FINPROV-ANOMES     PIC  9(006).
      *        CONTRATO; ZERO = REGISTRO DE CONTROLE DO MES
               05  FINPROV-NR-CONTRATO PIC 9(008).
           03  FINPROV-NR-AGEN        PIC  9(004).
           03  FINPROV-CHAVE-CONTA    PIC  X(017).
           03  FINPROV-DIAS-ATRASO    PIC  9(005).
      *    NIVEL DE RISCO DO MES ('**' NO REGISTRO DE CONTROLE)
           03  FINPROV-NIVEL          PIC  X(002).
           03  FINPROV-PERCENTUAL     PIC  9(003)V99.
           03  FINPROV-VL-SALDO-DEVEDOR PIC 9(009)V99.
      *    PROVISAO DO MES (CONTROLE: TOTAL CONTABILIZADO DO MES)
           03  FINPROV-VL-PROVISAO    PIC  9(009)V99.
      *    NIVEL E PROVISAO DO MES ANTERIOR (ESPACOS/ZERO = SEM)
           03  FINPROV-NIVEL-ANTERIOR PIC  X(002).
           03  FINPROV-VL-PROV-ANTERIOR PIC 9(009)V99.
      *    DATA DO CALCULO (CONTROLE: DATA DA CONTABILIZACAO)
           03  FINPROV-DT-PROCESSAMENTO PIC 9(008).
           03  FILLER                 PIC  X(010).
      *
       FD  FINROTC
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINROTC.
           03  FINROTC-CHAVE.
               05  FINROTC-ORIGEM     PIC  X(002).
               05  FINROTC-IND-TRAN   PIC  X(001).
               05  FINROTC-TIPO-CONTA PIC  X(001).
               05  FINROTC-COD-MOEDA  PIC  X(003).
           03  FINROTC-CONTA-DEBITO   PIC  9(006).
           03  FINROTC-CONTA-CREDITO  PIC  9(006).
           03  FINROTC-DESCRICAO      PIC  X(030).
           03  FILLER                 PIC  X(011).
      *
       FD  FINPLCT
           RECORD CONTAINS 060 CHARACTERS.

       01  REG-FINPLCT.
           03  FINPLCT-CONTA          PIC  9(006).
           03  FINPLCT-DESCRICAO      PIC  X(040).
           03  FINPLCT-GRUPO          PIC  X(001).
           03  FINPLCT-NATUREZA       PIC  X(001).
           03  FILLER                 PIC  X(012).
      *
       FD  FINRAZS
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINRAZS.
           03  FINRAZS-CHAVE.
               05  FINRAZS-CONTA      PIC  9(006).
               05  FINRAZS-COD-MOEDA  PIC  X(003).
           03  FINRAZS-DT-MOVTO       PIC  9(008).
           03  FINRAZS-VL-SLD-ANTERIOR PIC S9(013)V99.
           03  FINRAZS-VL-DEBITO      PIC  9(013)V99.
           03  FINRAZS-VL-CREDITO     PIC  9(013)V99.
           03  FINRAZS-VL-SLD         PIC  S9(013)V99.
           03  FILLER                 PIC  X(003).
      *
       FD  FINDIAR
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINDIAR.
           03  FINDIAR-DATA           PIC  9(008).
           03  FINDIAR-NR-LANC        PIC  9(009).
           03  FINDIAR-IND-DC         PIC  X(001).
           03  FINDIAR-CONTA          PIC  9(006).
           03  FINDIAR-COD-MOEDA      PIC  X(003).
           03  FINDIAR-VL             PIC  9(011)V99.
           03  FINDIAR-CHAVE-CONTA    PIC  X(017).
           03  FINDIAR-ID-TRAN        PIC  9(010).
           03  FINDIAR-ORIGEM         PIC  X(002).
           03  FINDIAR-IND-TRAN       PIC  X(001).
           03  FINDIAR-IND-SUSPENSE   PIC  X(001).
           03  FILLER                 PIC  X(009).
      *
       SD  SD-PROVISAO
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-SD-PROVISAO.
           03  SD-PRV-NR-AGEN         PIC  9(004).
           03  SD-PRV-ORDEM           PIC  9(001).
           03  SD-PRV-NR-CONTRATO     PIC  9(008).
           03  SD-PRV-NIVEL           PIC  X(002).
           03  SD-PRV-NIVEL-ANTERIOR  PIC  X(002).
           03  SD-PRV-CHAVE-CONTA     PIC  X(017).
           03  SD-PRV-DIAS-ATRASO     PIC  9(005).
           03  SD-PRV-PERCENTUAL      PIC  9(003)V99.
           03  SD-PRV-VL-SALDO        PIC  9(009)V99.
           03  SD-PRV-VL-PROVISAO     PIC  9(009)V99.
           03  SD-PRV-VL-PROV-ANTERIOR PIC 9(009)V99.
           03  FILLER                 PIC  X(023).
      *
       FD  FINPROV-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINPROV-ORD.
           03  ORD-NR-AGEN            PIC  9(004).
           03  ORD-ORDEM              PIC  9(001).
           03  ORD-NR-CONTRATO        PIC  9(008).
           03  ORD-NIVEL              PIC  X(002).
           03  ORD-NIVEL-ANTERIOR     PIC  X(002).
           03  ORD-CHAVE-CONTA        PIC  X(017).
           03  ORD-DIAS-ATRASO        PIC  9(005).
           03  ORD-PERCENTUAL         PIC  9(003)V99.
           03  ORD-VL-SALDO           PIC  9(009)V99.
           03  ORD-VL-PROVISAO        PIC  9(009)V99.
           03  ORD-VL-PROV-ANTERIOR   PIC  9(009)V99.
           03  FILLER                 PIC  X(023).
      *
       FD  FINPROVR
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINPROVR               PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB193'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNARR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINPRVP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINPROV          PIC X(002)  VALUE '00'.
           05  WS-FS-FINROTC          PIC X(002)  VALUE '00'.
           05  WS-FS-FINPLCT          PIC X(002)  VALUE '00'.
           05  WS-FS-FINRAZS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINDIAR          PIC X(002)  VALUE '00'.
           05  WS-FS-FINPROV-ORD      PIC X(002)  VALUE '00'.
           05  WS-FS-FINPROVR         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-PROVISIONADOS   PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SEM-CRONOGRAMA  PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-MIGRACOES       PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-LANCAMENTOS     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SUSPENSE        PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINLOAN-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINLOAN                VALUE 'S'.
           05  WS-FIM-FINLNAMR-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINLNAMR               VALUE 'S'.
           05  WS-FIM-FINLNARR-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINLNARR               VALUE 'S'.
           05  WS-FIM-FINDIAR-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINDIAR                VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
      *    ARQUIVOS OPCIONAIS: AUSENTE = SEM CRONOGRAMA / SEM ATRASO /
      *    NIVEIS DA REGULAMENTACAO / TUDO EM CONTA TRANSITORIA
           05  WS-FINLNAMR-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINLNAMR-EXISTE            VALUE 'S'.
           05  WS-FINLNARR-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINLNARR-EXISTE            VALUE 'S'.
           05  WS-FINROTC-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINROTC-EXISTE             VALUE 'S'.
           05  WS-FINPLCT-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINPLCT-EXISTE             VALUE 'S'.
           05  WS-CRONOGRAMA-SW       PIC X(001)  VALUE 'N'.
              88  TEM-CRONOGRAMA             VALUE 'S'.
           05  WS-PROV-ATUAL-SW       PIC X(001)  VALUE 'N'.
              88  TEM-PROV-ATUAL             VALUE 'S'.
           05  WS-REGRA-ENCONTRADA-SW PIC X(001)  VALUE 'N'.
              88  REGRA-ENCONTRADA           VALUE 'S'.
           05  WS-CONTA-NO-PLANO-SW   PIC X(001)  VALUE 'N'.
              88  CONTA-NO-PLANO             VALUE 'S'.
      *    'S' = OS LANCAMENTOS DO MES JA FORAM CONTABILIZADOS
           05  WS-CONTABILIZADO-SW    PIC X(001)  VALUE 'N'.
              88  MES-CONTABILIZADO          VALUE 'S'.
           05  WS-DT-CONTABILIZACAO   PIC 9(008)  VALUE ZEROS.
      *
      *    DATA DE PROCESSAMENTO, MES DE REFERENCIA E MES ANTERIOR
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
               10  WS-DATA-EXEC-ANOMES PIC 9(006).
               10  WS-DATA-EXEC-DD    PIC 9(002).
           05  WS-ANOMES-ANTERIOR     PIC 9(006)  VALUE ZEROS.
           05  WS-ANOMES-ANTERIOR-R REDEFINES WS-ANOMES-ANTERIOR.
               10  WS-ANT-AAAA        PIC 9(004).
               10  WS-ANT-MM          PIC 9(002).
      *
      *    CONTRATO CORRENTE
           05  WS-VL-SALDO            PIC 9(009)V99 VALUE ZEROS.
           05  WS-VL-PROVISAO         PIC 9(009)V99 VALUE ZEROS.
           05  WS-VL-PROV-ANTERIOR    PIC 9(009)V99 VALUE ZEROS.
           05  WS-NIVEL-ANTERIOR      PIC X(002)  VALUE SPACES.
           05  WS-DIAS-ATRASO         PIC S9(009) VALUE ZEROS.
           05  WS-DIAS-PARCELA        PIC S9(009) VALUE ZEROS.
           05  WS-QTD-A-EMITIR        PIC 9(003)  VALUE ZEROS.
           05  WS-IDX-NIVEL           PIC 9(001)  VALUE ZEROS.
           05  WS-IDX-ANTERIOR        PIC 9(001)  VALUE ZEROS.
      *
      *    QUEBRA DE AGENCIA E DE NIVEL
           05  WS-AGEN-CORRENTE       PIC 9(004)  VALUE ZEROS.
           05  WS-ORDEM-CORRENTE      PIC 9(001)  VALUE ZEROS.
           05  WS-AGEN-ABERTA-SW      PIC X(001)  VALUE 'N'.
              88  AGEN-ABERTA                VALUE 'S'.
           05  WS-NIVEL-ABERTO-SW     PIC X(001)  VALUE 'N'.
              88  NIVEL-ABERTO               VALUE 'S'.
      *
      *    ACUMULADORES: NIVEL DA AGENCIA, AGENCIA E GERAL
           05  WS-NIV-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-NIV-VL-SALDO        PIC 9(013)V99 VALUE ZEROS.
           05  WS-NIV-VL-PROVISAO     PIC 9(013)V99 VALUE ZEROS.
           05  WS-NIV-VL-PROV-ANT     PIC 9(013)V99 VALUE ZEROS.
           05  WS-AGE-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-AGE-VL-SALDO        PIC 9(013)V99 VALUE ZEROS.
           05  WS-AGE-VL-PROVISAO     PIC 9(013)V99 VALUE ZEROS.
           05  WS-AGE-VL-PROV-ANT     PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-QTD             PIC 9(007)    VALUE ZEROS.
           05  WS-TOT-VL-SALDO        PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-PROVISAO     PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-PROV-ANT     PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-CONSTITUICAO PIC 9(013)V99 VALUE ZEROS.
           05  WS-TOT-VL-REVERSAO     PIC 9(013)V99 VALUE ZEROS.
           05  WS-VL-VARIACAO         PIC S9(013)V99 VALUE ZEROS.
      *
      *    LANCAMENTO CONTABIL DA AGENCIA
           05  WS-CONTA-SUSPENSE      PIC 9(006)  VALUE 999999.
           05  WS-NR-LANC             PIC 9(009)  VALUE ZEROS.
           05  WS-COD-MOEDA           PIC X(003)  VALUE 'BRL'.
           05  WS-IND-LANC            PIC X(001)  VALUE SPACES.
              88  LANC-CONSTITUICAO          VALUE 'D'.
              88  LANC-REVERSAO              VALUE 'C'.
           05  WS-VL-LANC             PIC 9(011)V99 VALUE ZEROS.
           05  WS-CONTA-DEBITO        PIC 9(006)  VALUE ZEROS.
           05  WS-CONTA-CREDITO       PIC 9(006)  VALUE ZEROS.
           05  WS-SUSP-DEBITO         PIC X(001)  VALUE SPACES.
           05  WS-SUSP-CREDITO        PIC X(001)  VALUE SPACES.
           05  WS-CONTA-VALIDAR       PIC 9(006)  VALUE ZEROS.
           05  WS-PTD-IND-DC          PIC X(001)  VALUE SPACES.
           05  WS-PTD-CONTA           PIC 9(006)  VALUE ZEROS.
           05  WS-PTD-SUSPENSE        PIC X(001)  VALUE SPACES.
           05  WS-CHAVE-LANC.
               10  WS-CHAVE-LANC-AGEN PIC 9(004)  VALUE ZEROS.
               10  FILLER             PIC X(013)  VALUE SPACES.
      *
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
           05  WS-VL-EDITADO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * NIVEIS DA REGULAMENTACAO (OS MESMOS GRAVADOS PELO FINPVMNT NA
      * CRIACAO DE FINPRVP): NIVEL, ATRASO MINIMO (DIAS) E PERCENTUAL
      * (CENTESIMOS DE %), NA ORDEM DA ESCALA
      *-----------------------------------------------------------------
       01  WS-TAB-PADRAO-VALORES.
           05  FILLER        PIC X(012)  VALUE 'AA0000000000'.
           05  FILLER        PIC X(012)  VALUE 'A 0000100050'.
           05  FILLER        PIC X(012)  VALUE 'B 0001500100'.
           05  FILLER        PIC X(012)  VALUE 'C 0003100300'.
           05  FILLER        PIC X(012)  VALUE 'D 0006101000'.
           05  FILLER        PIC X(012)  VALUE 'E 0009103000'.
           05  FILLER        PIC X(012)  VALUE 'F 0012105000'.
           05  FILLER        PIC X(012)  VALUE 'G 0015107000'.
           05  FILLER        PIC X(012)  VALUE 'H 0018110000'.
       01  WS-TAB-PADRAO REDEFINES WS-TAB-PADRAO-VALORES.
           05  WS-PADRAO OCCURS 9 TIMES.
               10  WS-PAD-NIVEL       PIC X(002).
               10  WS-PAD-DIAS-MINIMO PIC 9(005).
               10  WS-PAD-PERCENTUAL  PIC 9(003)V99.
      *
      *-----------------------------------------------------------------
      * ESCALA EM USO (FINPRVP OU REGULAMENTACAO) E TOTAIS POR NIVEL
      *-----------------------------------------------------------------
       01  WS-TAB-NIVEIS.
           05  WS-NIVEL OCCURS 9 TIMES.
               10  WS-NIV-NIVEL       PIC X(002).
               10  WS-NIV-DIAS-MINIMO PIC 9(005).
               10  WS-NIV-PERCENTUAL  PIC 9(003)V99.
               10  WS-NIV-TOT-QTD     PIC 9(007)    VALUE ZEROS.
               10  WS-NIV-TOT-SALDO   PIC 9(013)V99 VALUE ZEROS.
               10  WS-NIV-TOT-PROVISAO PIC 9(013)V99 VALUE ZEROS.
               10  WS-NIV-TOT-PROV-ANT PIC 9(013)V99 VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-AGENCIA.
           05  FILLER                 PIC X(009)  VALUE 'AGENCIA: '.
           05  WS-LIN-AGE-NR-AGEN     PIC 9(004).
      *
       01  WS-LINHA-NIVEL.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-NIV-DESC        PIC X(011).
           05  WS-LIN-NIV-NIVEL       PIC X(002).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-NIV-PERCENTUAL  PIC ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE '%'.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NIV-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NIV-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NIV-PROVISAO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NIV-PROV-ANT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-NIV-VARIACAO    PIC -Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-LANCAMENTO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  FILLER                 PIC X(012)  VALUE 'LANCAMENTO: '.
           05  WS-LIN-LAN-DESC        PIC X(012).
           05  FILLER                 PIC X(002)  VALUE 'D '.
           05  WS-LIN-LAN-CONTA-DEB   PIC 9(006).
           05  WS-LIN-LAN-SUSP-DEB    PIC X(001).
           05  FILLER                 PIC X(003)  VALUE ' C '.
           05  WS-LIN-LAN-CONTA-CRED  PIC 9(006).
           05  WS-LIN-LAN-SUSP-CRED   PIC X(001).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-LAN-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-LAN-OBS         PIC X(040).
      *
       01  WS-LINHA-MIGRACAO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-MIG-NR-AGEN     PIC 9(004).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MIG-CONTRATO    PIC 9(008).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MIG-CONTA       PIC X(017).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MIG-NIVEL-ANT   PIC X(002).
           05  FILLER                 PIC X(004)  VALUE ' -> '.
           05  WS-LIN-MIG-NIVEL       PIC X(002).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MIG-SENTIDO     PIC X(006).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MIG-DIAS        PIC ZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MIG-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MIG-PROV-ANT    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MIG-PROVISAO    PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-CLASSIFICA-CONTRATOS
           PERFORM P5000-IMPRIME-PROVISAO
           PERFORM P6800-IMPRIME-TOTAL-NIVEIS
           PERFORM P7500-IMPRIME-MIGRACOES
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           MOVE WS-DATA-EXEC-ANOMES TO WS-ANOMES-ANTERIOR
           IF WS-ANT-MM EQUAL 01
              SUBTRACT 1 FROM WS-ANT-AAAA
              MOVE 12 TO WS-ANT-MM
           ELSE
              SUBTRACT 1 FROM WS-ANT-MM
           END-IF

           PERFORM P0200-CARREGA-NIVEIS

           OPEN I-O FINPROV
           IF WS-FS-FINPROV EQUAL '35'
              OPEN OUTPUT FINPROV
              IF WS-FS-FINPROV NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINPROV - FILE STATUS = '
                        WS-FS-FINPROV
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINPROV
              OPEN I-O FINPROV
           END-IF
           IF WS-FS-FINPROV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINPROV - FILE STATUS = '
                     WS-FS-FINPROV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    REGISTRO DE CONTROLE: MES JA CONTABILIZADO NUMA EXECUCAO
      *    ANTERIOR
           MOVE WS-DATA-EXEC-ANOMES TO FINPROV-ANOMES
           MOVE ZEROS               TO FINPROV-NR-CONTRATO
           READ FINPROV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CONTABILIZADO-SW
                 MOVE FINPROV-DT-PROCESSAMENTO TO WS-DT-CONTABILIZACAO
           END-READ
           IF WS-FS-FINPROV NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPROV - FILE STATUS = '
                     WS-FS-FINPROV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF NOT MES-CONTABILIZADO
              PERFORM P0500-ABRE-CONTABILIDADE
           END-IF

           OPEN OUTPUT FINPROVR
           IF WS-FS-FINPROVR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINPROVR - FILE STATUS = '
                     WS-FS-FINPROVR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P0200-CARREGA-NIVEIS SECTION.
      * Carrega a escala de FINPRVP, nivel a nivel; arquivo ausente =
      * niveis da regulamentacao.
      *-----------------------------------------------------------------

           MOVE 'P0200-CARREGA-NIVEIS' TO WS-NOM-PARAGRAFO

           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 8
              MOVE WS-PAD-NIVEL(WS-IDX-NIVEL)
                TO WS-NIV-NIVEL(WS-IDX-NIVEL)
              MOVE WS-PAD-DIAS-MINIMO(WS-IDX-NIVEL)
                TO WS-NIV-DIAS-MINIMO(WS-IDX-NIVEL)
              MOVE WS-PAD-PERCENTUAL(WS-IDX-NIVEL)
                TO WS-NIV-PERCENTUAL(WS-IDX-NIVEL)
           END-PERFORM
           MOVE WS-PAD-NIVEL(9)       TO WS-NIV-NIVEL(9)
           MOVE WS-PAD-DIAS-MINIMO(9) TO WS-NIV-DIAS-MINIMO(9)
           MOVE WS-PAD-PERCENTUAL(9)  TO WS-NIV-PERCENTUAL(9)

           OPEN INPUT FINPRVP
           EVALUATE WS-FS-FINPRVP
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    DISPLAY 'FINPRVP.dat AUSENTE - NIVEIS DA '
                            'REGULAMENTACAO'
                    EXIT SECTION
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINPRVP - FILE STATUS = '
                           WS-FS-FINPRVP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 8
              PERFORM P0250-LE-NIVEL
           END-PERFORM
           MOVE 9 TO WS-IDX-NIVEL
           PERFORM P0250-LE-NIVEL

           CLOSE FINPRVP

           .

      *-----------------------------------------------------------------
       P0250-LE-NIVEL SECTION.
      *-----------------------------------------------------------------

           MOVE WS-NIV-NIVEL(WS-IDX-NIVEL) TO FINPRVP-NIVEL
           READ FINPRVP
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FINPRVP-DIAS-MINIMO
                   TO WS-NIV-DIAS-MINIMO(WS-IDX-NIVEL)
                 MOVE FINPRVP-PERCENTUAL
                   TO WS-NIV-PERCENTUAL(WS-IDX-NIVEL)
           END-READ
           IF WS-FS-FINPRVP NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPRVP - FILE STATUS = '
                     WS-FS-FINPRVP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P0500-ABRE-CONTABILIDADE SECTION.
      * Abre roteiro, plano, razao e diario para os lancamentos do
      * mes, e apura o ultimo numero de lancamento do diario do dia.
      *-----------------------------------------------------------------

           MOVE 'P0500-ABRE-CONTABILIDADE' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINROTC
           EVALUATE WS-FS-FINROTC
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINROTC-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINROTC - FILE STATUS = '
                           WS-FS-FINROTC
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINPLCT
           EVALUATE WS-FS-FINPLCT
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINPLCT-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINPLCT - FILE STATUS = '
                           WS-FS-FINPLCT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN I-O FINRAZS
           IF WS-FS-FINRAZS EQUAL '35'
              OPEN OUTPUT FINRAZS
              IF WS-FS-FINRAZS NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINRAZS - FILE STATUS = '
                        WS-FS-FINRAZS
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINRAZS
              OPEN I-O FINRAZS
           END-IF
           IF WS-FS-FINRAZS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINRAZS - FILE STATUS = '
                     WS-FS-FINRAZS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    ULTIMO LANCAMENTO DO DIA JA GRAVADO PELO FINPB106
           MOVE ZEROS TO WS-NR-LANC
           OPEN INPUT FINDIAR
           IF WS-FS-FINDIAR EQUAL '00'
              PERFORM UNTIL FIM-FINDIAR
                 READ FINDIAR
                    AT END
                       MOVE 'S' TO WS-FIM-FINDIAR-SW
                    NOT AT END
                       IF FINDIAR-DATA EQUAL WS-DATA-EXECUCAO
                          AND FINDIAR-NR-LANC > WS-NR-LANC
                          MOVE FINDIAR-NR-LANC TO WS-NR-LANC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINDIAR
              OPEN EXTEND FINDIAR
           ELSE
              OPEN OUTPUT FINDIAR
           END-IF
           IF WS-FS-FINDIAR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINDIAR - FILE STATUS = '
                     WS-FS-FINDIAR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-CLASSIFICA-CONTRATOS SECTION.
      * Classifica por AGENCIA + NIVEL + CONTRATO os contratos
      * provisionados pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P1000-CLASSIFICA-CONTRATOS' TO WS-NOM-PARAGRAFO

           SORT SD-PROVISAO
                ON ASCENDING KEY SD-PRV-NR-AGEN
                                 SD-PRV-ORDEM
                                 SD-PRV-NR-CONTRATO
                INPUT PROCEDURE IS P1500-ENTRADA-SORT
                GIVING FINPROV-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DA PROVISAO - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1500-ENTRADA-SORT SECTION.
      * Le FINLOAN e avalia cada contrato. Cadastro ausente = carteira
      * vazia; cronograma ou atrasos ausentes sao tolerados.
      *-----------------------------------------------------------------

           MOVE 'P1500-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

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

           OPEN INPUT FINLNAMR
           EVALUATE WS-FS-FINLNAMR
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINLNAMR-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLNAMR - FILE STATUS = '
                           WS-FS-FINLNAMR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINLNARR
           EVALUATE WS-FS-FINLNARR
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINLNARR-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLNARR - FILE STATUS = '
                           WS-FS-FINLNARR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINLOAN
              READ FINLOAN
                 AT END
                    MOVE 'S' TO WS-FIM-FINLOAN-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P2000-AVALIA-CONTRATO
              END-READ
           END-PERFORM

           CLOSE FINLOAN
           IF FINLNAMR-EXISTE
              CLOSE FINLNAMR
           END-IF
           IF FINLNARR-EXISTE
              CLOSE FINLNARR
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-AVALIA-CONTRATO SECTION.
      * Saldo, atraso, nivel e provisao do contrato; grava FINPROV do
      * mes e libera o contrato para o relatorio.
      *-----------------------------------------------------------------

           PERFORM P2100-APURA-SALDO
           PERFORM P2200-APURA-ATRASO
           PERFORM P2300-CLASSIFICA-NIVEL

           COMPUTE WS-VL-PROVISAO ROUNDED =
                   WS-VL-SALDO * WS-NIV-PERCENTUAL(WS-IDX-NIVEL) / 100

      *    MES ANTERIOR
           MOVE SPACES TO WS-NIVEL-ANTERIOR
           MOVE ZEROS  TO WS-VL-PROV-ANTERIOR
           MOVE WS-ANOMES-ANTERIOR  TO FINPROV-ANOMES
           MOVE FINLOAN-NR-CONTRATO TO FINPROV-NR-CONTRATO
           PERFORM P2500-LE-FINPROV
           IF TEM-PROV-ATUAL
              MOVE FINPROV-NIVEL       TO WS-NIVEL-ANTERIOR
              MOVE FINPROV-VL-PROVISAO TO WS-VL-PROV-ANTERIOR
           END-IF

      *    MES ATUAL (EXISTE NUMA REEXECUCAO)
           MOVE WS-DATA-EXEC-ANOMES TO FINPROV-ANOMES
           MOVE FINLOAN-NR-CONTRATO TO FINPROV-NR-CONTRATO
           PERFORM P2500-LE-FINPROV

           IF WS-VL-SALDO EQUAL ZEROS
              AND WS-VL-PROV-ANTERIOR EQUAL ZEROS
              IF TEM-PROV-ATUAL
                 DELETE FINPROV
                 IF WS-FS-FINPROV NOT EQUAL '00'
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - DELETE FINPROV - FILE STATUS = '
                           WS-FS-FINPROV
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
                 END-IF
              END-IF
              EXIT SECTION
           END-IF

           MOVE SPACES                   TO REG-FINPROV
           MOVE WS-DATA-EXEC-ANOMES      TO FINPROV-ANOMES
           MOVE FINLOAN-NR-CONTRATO      TO FINPROV-NR-CONTRATO
           MOVE FINLOAN-NR-AGEN          TO FINPROV-NR-AGEN
           MOVE FINLOAN-CHAVE-CONTA      TO FINPROV-CHAVE-CONTA
           MOVE WS-DIAS-ATRASO           TO FINPROV-DIAS-ATRASO
           MOVE WS-NIV-NIVEL(WS-IDX-NIVEL)
                                         TO FINPROV-NIVEL
           MOVE WS-NIV-PERCENTUAL(WS-IDX-NIVEL)
                                         TO FINPROV-PERCENTUAL
           MOVE WS-VL-SALDO              TO FINPROV-VL-SALDO-DEVEDOR
           MOVE WS-VL-PROVISAO           TO FINPROV-VL-PROVISAO
           MOVE WS-NIVEL-ANTERIOR        TO FINPROV-NIVEL-ANTERIOR
           MOVE WS-VL-PROV-ANTERIOR      TO FINPROV-VL-PROV-ANTERIOR
           MOVE WS-DATA-EXECUCAO         TO FINPROV-DT-PROCESSAMENTO

           IF TEM-PROV-ATUAL
              REWRITE REG-FINPROV
           ELSE
              WRITE REG-FINPROV
           END-IF
           IF WS-FS-FINPROV NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINPROV - FILE STATUS = '
                     WS-FS-FINPROV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-PROVISIONADOS

           MOVE SPACES                   TO REG-SD-PROVISAO
           MOVE FINLOAN-NR-AGEN          TO SD-PRV-NR-AGEN
           MOVE WS-IDX-NIVEL             TO SD-PRV-ORDEM
           MOVE FINLOAN-NR-CONTRATO      TO SD-PRV-NR-CONTRATO
           MOVE FINPROV-NIVEL            TO SD-PRV-NIVEL
           MOVE WS-NIVEL-ANTERIOR        TO SD-PRV-NIVEL-ANTERIOR
           MOVE FINLOAN-CHAVE-CONTA      TO SD-PRV-CHAVE-CONTA
           MOVE FINPROV-DIAS-ATRASO      TO SD-PRV-DIAS-ATRASO
           MOVE FINPROV-PERCENTUAL       TO SD-PRV-PERCENTUAL
           MOVE WS-VL-SALDO              TO SD-PRV-VL-SALDO
           MOVE WS-VL-PROVISAO           TO SD-PRV-VL-PROVISAO
           MOVE WS-VL-PROV-ANTERIOR      TO SD-PRV-VL-PROV-ANTERIOR
           RELEASE REG-SD-PROVISAO

           .

      *-----------------------------------------------------------------
       P2100-APURA-SALDO SECTION.
      * Saldo devedor = amortizacao das parcelas nao pagas do
      * cronograma. Sem cronograma: principal x parcelas a emitir /
      * prazo. Contrato liquidado: zero.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-VL-SALDO
           IF FINLOAN-LIQUIDADO
              EXIT SECTION
           END-IF

           MOVE 'N' TO WS-CRONOGRAMA-SW
           MOVE 'N' TO WS-FIM-FINLNAMR-SW
           IF NOT FINLNAMR-EXISTE
              MOVE 'S' TO WS-FIM-FINLNAMR-SW
           ELSE
              MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
              MOVE ZEROS               TO FINLNAMR-NR-PARCELA
              START FINLNAMR KEY IS NOT LESS FINLNAMR-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
              END-START
           END-IF

           PERFORM UNTIL FIM-FINLNAMR
              READ FINLNAMR NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
                 NOT AT END
                    IF FINLNAMR-NR-CONTRATO NOT EQUAL
                       FINLOAN-NR-CONTRATO
                       MOVE 'S' TO WS-FIM-FINLNAMR-SW
                    ELSE
                       MOVE 'S' TO WS-CRONOGRAMA-SW
                       IF FINLNAMR-A-RECEBER
                          ADD FINLNAMR-VL-AMORTIZACAO TO WS-VL-SALDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF NOT TEM-CRONOGRAMA
              AND FINLOAN-PRAZO-MESES NOT EQUAL ZEROS
              ADD 1 TO WS-QTD-SEM-CRONOGRAMA
              MOVE ZEROS TO WS-QTD-A-EMITIR
              IF FINLOAN-PRAZO-MESES > FINLOAN-QTD-EMITIDAS
                 COMPUTE WS-QTD-A-EMITIR =
                         FINLOAN-PRAZO-MESES - FINLOAN-QTD-EMITIDAS
              END-IF
              COMPUTE WS-VL-SALDO ROUNDED =
                      FINLOAN-VL-PRINCIPAL * WS-QTD-A-EMITIR
                                           / FINLOAN-PRAZO-MESES
           END-IF

           .

      *-----------------------------------------------------------------
       P2200-APURA-ATRASO SECTION.
      * Maior atraso, em dias, entre as parcelas do contrato em
      * FINLNARR (da primeira rejeicao ate a data de processamento).
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE 'N'   TO WS-FIM-FINLNARR-SW
           IF NOT FINLNARR-EXISTE
              EXIT SECTION
           END-IF

           MOVE FINLOAN-NR-CONTRATO TO FINLNARR-NR-CONTRATO
           MOVE ZEROS               TO FINLNARR-NR-PARCELA
           START FINLNARR KEY IS NOT LESS FINLNARR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLNARR-SW
           END-START

           PERFORM UNTIL FIM-FINLNARR
              READ FINLNARR NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLNARR-SW
                 NOT AT END
                    IF FINLNARR-NR-CONTRATO NOT EQUAL
                       FINLOAN-NR-CONTRATO
                       MOVE 'S' TO WS-FIM-FINLNARR-SW
                    ELSE
                       IF FINLNARR-DT-PRIM-REJ NUMERIC
                          AND FINLNARR-DT-PRIM-REJ NOT EQUAL ZEROS
                          AND FINLNARR-DT-PRIM-REJ < WS-DATA-EXECUCAO
                          COMPUTE WS-DIAS-PARCELA =
                             FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                           - FUNCTION INTEGER-OF-DATE
                                             (FINLNARR-DT-PRIM-REJ)
                          IF WS-DIAS-PARCELA > WS-DIAS-ATRASO
                             MOVE WS-DIAS-PARCELA TO WS-DIAS-ATRASO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-DIAS-ATRASO > 99999
              MOVE 99999 TO WS-DIAS-ATRASO
           END-IF

           .

      *-----------------------------------------------------------------
       P2300-CLASSIFICA-NIVEL SECTION.
      * Nivel = ultimo da escala cujo atraso minimo nao passa do
      * atraso do contrato (AA, atraso minimo zero, e o piso).
      *-----------------------------------------------------------------

           MOVE 1 TO WS-IDX-NIVEL
           PERFORM VARYING WS-IDX-ANTERIOR FROM 2 BY 1
                   UNTIL WS-IDX-ANTERIOR > 8
              IF WS-NIV-DIAS-MINIMO(WS-IDX-ANTERIOR)
                                          NOT > WS-DIAS-ATRASO
                 MOVE WS-IDX-ANTERIOR TO WS-IDX-NIVEL
              END-IF
           END-PERFORM
           IF WS-NIV-DIAS-MINIMO(9) NOT > WS-DIAS-ATRASO
              MOVE 9 TO WS-IDX-NIVEL
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-LE-FINPROV SECTION.
      * Le FINPROV pela chave posicionada; liga TEM-PROV-ATUAL se
      * encontrou.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-PROV-ATUAL-SW
           READ FINPROV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-PROV-ATUAL-SW
           END-READ
           IF WS-FS-FINPROV NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPROV - FILE STATUS = '
                     WS-FS-FINPROV
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-PROVISAO SECTION.
      * Le os contratos classificados e imprime por quebra de agencia
      * e de nivel; no fechamento de cada agencia, contabiliza a
      * variacao da provisao.
      *-----------------------------------------------------------------

           MOVE 'P5000-IMPRIME-PROVISAO' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINPROVR
           STRING 'PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA - '
                  'MES ' WS-DATA-EXEC-ANOMES
                  ' (ANTERIOR ' WS-ANOMES-ANTERIOR ') - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINPROVR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           IF MES-CONTABILIZADO
              MOVE SPACES TO REG-FINPROVR
              STRING '*** LANCAMENTOS DO MES JA CONTABILIZADOS EM '
                     WS-DT-CONTABILIZACAO
                     ' - NADA CONTABILIZADO NESTA EXECUCAO ***'
                     DELIMITED BY SIZE  INTO REG-FINPROVR
              END-STRING
              PERFORM P7000-GRAVA-LINHA
           END-IF
           MOVE SPACES TO REG-FINPROVR
           STRING '              NIVEL   PERC     QTD'
                  '      SALDO DEVEDOR    PROVISAO DO MES'
                  '     PROV. ANTERIOR           VARIACAO'
                  DELIMITED BY SIZE  INTO REG-FINPROVR
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINPROV-ORD
           IF WS-FS-FINPROV-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINPROV.ord - FILE STATUS = '
                     WS-FS-FINPROV-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM UNTIL FIM-ORD
              READ FINPROV-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    PERFORM P5500-TRATA-CONTRATO
              END-READ
           END-PERFORM

           IF AGEN-ABERTA
              PERFORM P5700-FECHA-NIVEL
              PERFORM P5800-FECHA-AGENCIA
           END-IF

           CLOSE FINPROV-ORD

           .

      *-----------------------------------------------------------------
       P5500-TRATA-CONTRATO SECTION.
      *-----------------------------------------------------------------

           IF AGEN-ABERTA
              AND ORD-NR-AGEN NOT EQUAL WS-AGEN-CORRENTE
              PERFORM P5700-FECHA-NIVEL
              PERFORM P5800-FECHA-AGENCIA
           END-IF

           IF NOT AGEN-ABERTA
              MOVE ORD-NR-AGEN TO WS-AGEN-CORRENTE
              MOVE 'S'         TO WS-AGEN-ABERTA-SW
              MOVE WS-LINHA-SEPARADOR TO REG-FINPROVR
              PERFORM P7000-GRAVA-LINHA
              MOVE ORD-NR-AGEN TO WS-LIN-AGE-NR-AGEN
              MOVE WS-LINHA-AGENCIA TO REG-FINPROVR
              PERFORM P7000-GRAVA-LINHA
           END-IF

           IF NIVEL-ABERTO
              AND ORD-ORDEM NOT EQUAL WS-ORDEM-CORRENTE
              PERFORM P5700-FECHA-NIVEL
           END-IF

           IF NOT NIVEL-ABERTO
              MOVE ORD-ORDEM TO WS-ORDEM-CORRENTE
              MOVE 'S'       TO WS-NIVEL-ABERTO-SW
           END-IF

           ADD 1                    TO WS-NIV-QTD
           ADD ORD-VL-SALDO         TO WS-NIV-VL-SALDO
           ADD ORD-VL-PROVISAO      TO WS-NIV-VL-PROVISAO
           ADD ORD-VL-PROV-ANTERIOR TO WS-NIV-VL-PROV-ANT

           .

      *-----------------------------------------------------------------
       P5700-FECHA-NIVEL SECTION.
      * Imprime a linha do nivel na agencia e acumula na agencia e no
      * total geral do nivel.
      *-----------------------------------------------------------------

           IF NOT NIVEL-ABERTO
              EXIT SECTION
           END-IF

           MOVE SPACES                     TO WS-LIN-NIV-DESC
           MOVE WS-NIV-NIVEL(WS-ORDEM-CORRENTE)
                                           TO WS-LIN-NIV-NIVEL
           MOVE WS-NIV-PERCENTUAL(WS-ORDEM-CORRENTE)
                                           TO WS-LIN-NIV-PERCENTUAL
           MOVE WS-NIV-QTD                 TO WS-LIN-NIV-QTD
           MOVE WS-NIV-VL-SALDO            TO WS-LIN-NIV-SALDO
           MOVE WS-NIV-VL-PROVISAO         TO WS-LIN-NIV-PROVISAO
           MOVE WS-NIV-VL-PROV-ANT         TO WS-LIN-NIV-PROV-ANT
           COMPUTE WS-VL-VARIACAO = WS-NIV-VL-PROVISAO
                                  - WS-NIV-VL-PROV-ANT
           MOVE WS-VL-VARIACAO             TO WS-LIN-NIV-VARIACAO
           MOVE WS-LINHA-NIVEL TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           ADD WS-NIV-QTD         TO WS-AGE-QTD
                                     WS-NIV-TOT-QTD(WS-ORDEM-CORRENTE)
           ADD WS-NIV-VL-SALDO    TO WS-AGE-VL-SALDO
                                  WS-NIV-TOT-SALDO(WS-ORDEM-CORRENTE)
           ADD WS-NIV-VL-PROVISAO TO WS-AGE-VL-PROVISAO
                               WS-NIV-TOT-PROVISAO(WS-ORDEM-CORRENTE)
           ADD WS-NIV-VL-PROV-ANT TO WS-AGE-VL-PROV-ANT
                               WS-NIV-TOT-PROV-ANT(WS-ORDEM-CORRENTE)

           MOVE ZEROS TO WS-NIV-QTD
                         WS-NIV-VL-SALDO
                         WS-NIV-VL-PROVISAO
                         WS-NIV-VL-PROV-ANT
           MOVE 'N' TO WS-NIVEL-ABERTO-SW

           .

      *-----------------------------------------------------------------
       P5800-FECHA-AGENCIA SECTION.
      * Subtotal da agencia e lancamento da variacao da provisao.
      *-----------------------------------------------------------------

           MOVE 'SUBTOTAL'         TO WS-LIN-NIV-DESC
           MOVE SPACES             TO WS-LIN-NIV-NIVEL
           MOVE ZEROS              TO WS-LIN-NIV-PERCENTUAL
           MOVE WS-AGE-QTD         TO WS-LIN-NIV-QTD
           MOVE WS-AGE-VL-SALDO    TO WS-LIN-NIV-SALDO
           MOVE WS-AGE-VL-PROVISAO TO WS-LIN-NIV-PROVISAO
           MOVE WS-AGE-VL-PROV-ANT TO WS-LIN-NIV-PROV-ANT
           COMPUTE WS-VL-VARIACAO = WS-AGE-VL-PROVISAO
                                  - WS-AGE-VL-PROV-ANT
           MOVE WS-VL-VARIACAO     TO WS-LIN-NIV-VARIACAO
           MOVE WS-LINHA-NIVEL TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           PERFORM P6000-LANCA-VARIACAO

           ADD WS-AGE-QTD         TO WS-TOT-QTD
           ADD WS-AGE-VL-SALDO    TO WS-TOT-VL-SALDO
           ADD WS-AGE-VL-PROVISAO TO WS-TOT-VL-PROVISAO
           ADD WS-AGE-VL-PROV-ANT TO WS-TOT-VL-PROV-ANT

           MOVE ZEROS TO WS-AGE-QTD
                         WS-AGE-VL-SALDO
                         WS-AGE-VL-PROVISAO
                         WS-AGE-VL-PROV-ANT
           MOVE 'N' TO WS-AGEN-ABERTA-SW

           .

      *-----------------------------------------------------------------
       P6000-LANCA-VARIACAO SECTION.
      * Variacao da provisao da agencia (WS-VL-VARIACAO): positiva =
      * CONSTITUICAO (regra PV/D), negativa = REVERSAO (regra PV/C).
      * Grava as duas partidas no diario e no razao, salvo se o mes
      * ja foi contabilizado.
      *-----------------------------------------------------------------

           MOVE 'P6000-LANCA-VARIACAO' TO WS-NOM-PARAGRAFO

           IF WS-VL-VARIACAO EQUAL ZEROS
              EXIT SECTION
           END-IF

           IF WS-VL-VARIACAO > ZEROS
              MOVE 'D'            TO WS-IND-LANC
              MOVE WS-VL-VARIACAO TO WS-VL-LANC
              MOVE 'CONSTITUICAO' TO WS-LIN-LAN-DESC
              ADD WS-VL-LANC      TO WS-TOT-VL-CONSTITUICAO
           ELSE
              MOVE 'C'            TO WS-IND-LANC
              COMPUTE WS-VL-LANC = ZEROS - WS-VL-VARIACAO
              MOVE 'REVERSAO'     TO WS-LIN-LAN-DESC
              ADD WS-VL-LANC      TO WS-TOT-VL-REVERSAO
           END-IF

           PERFORM P6100-PROCURA-REGRA

           IF REGRA-ENCONTRADA
              MOVE FINROTC-CONTA-DEBITO  TO WS-CONTA-DEBITO
              MOVE FINROTC-CONTA-CREDITO TO WS-CONTA-CREDITO
              MOVE SPACES                TO WS-SUSP-DEBITO
                                            WS-SUSP-CREDITO
              MOVE WS-CONTA-DEBITO TO WS-CONTA-VALIDAR
              PERFORM P6200-VALIDA-CONTA
              IF NOT CONTA-NO-PLANO
                 MOVE WS-CONTA-SUSPENSE TO WS-CONTA-DEBITO
                 MOVE 'P'               TO WS-SUSP-DEBITO
              END-IF
              MOVE WS-CONTA-CREDITO TO WS-CONTA-VALIDAR
              PERFORM P6200-VALIDA-CONTA
              IF NOT CONTA-NO-PLANO
                 MOVE WS-CONTA-SUSPENSE TO WS-CONTA-CREDITO
                 MOVE 'P'               TO WS-SUSP-CREDITO
              END-IF
           ELSE
              MOVE WS-CONTA-SUSPENSE TO WS-CONTA-DEBITO
                                        WS-CONTA-CREDITO
              MOVE 'R'               TO WS-SUSP-DEBITO
                                        WS-SUSP-CREDITO
           END-IF

           MOVE WS-CONTA-DEBITO  TO WS-LIN-LAN-CONTA-DEB
           MOVE WS-SUSP-DEBITO   TO WS-LIN-LAN-SUSP-DEB
           MOVE WS-CONTA-CREDITO TO WS-LIN-LAN-CONTA-CRED
           MOVE WS-SUSP-CREDITO  TO WS-LIN-LAN-SUSP-CRED
           MOVE WS-VL-LANC       TO WS-LIN-LAN-VALOR

           IF MES-CONTABILIZADO
              MOVE '(JA CONTABILIZADO - NAO REGRAVADO)'
                TO WS-LIN-LAN-OBS
              MOVE WS-LINHA-LANCAMENTO TO REG-FINPROVR
              PERFORM P7000-GRAVA-LINHA
              EXIT SECTION
           END-IF

           IF WS-SUSP-DEBITO NOT EQUAL SPACES
              OR WS-SUSP-CREDITO NOT EQUAL SPACES
              MOVE '(TRANSITORIA: R=SEM REGRA P=FORA PLANO)'
                TO WS-LIN-LAN-OBS
           ELSE
              MOVE SPACES TO WS-LIN-LAN-OBS
           END-IF
           MOVE WS-LINHA-LANCAMENTO TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           ADD 1 TO WS-NR-LANC
           ADD 1 TO WS-QTD-LANCAMENTOS
           MOVE WS-AGEN-CORRENTE TO WS-CHAVE-LANC-AGEN

           MOVE 'D'              TO WS-PTD-IND-DC
           MOVE WS-CONTA-DEBITO  TO WS-PTD-CONTA
           MOVE WS-SUSP-DEBITO   TO WS-PTD-SUSPENSE
           PERFORM P6500-GRAVA-PARTIDA

           MOVE 'C'              TO WS-PTD-IND-DC
           MOVE WS-CONTA-CREDITO TO WS-PTD-CONTA
           MOVE WS-SUSP-CREDITO  TO WS-PTD-SUSPENSE
           PERFORM P6500-GRAVA-PARTIDA

           .

      *-----------------------------------------------------------------
       P6100-PROCURA-REGRA SECTION.
      * Regra do roteiro para a origem 'PV': moeda BRL e depois '***',
      * sempre com tipo de conta '*'.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-REGRA-ENCONTRADA-SW
           IF NOT FINROTC-EXISTE
              EXIT SECTION
           END-IF

           MOVE 'PV'         TO FINROTC-ORIGEM
           MOVE WS-IND-LANC  TO FINROTC-IND-TRAN
           MOVE '*'          TO FINROTC-TIPO-CONTA
           MOVE WS-COD-MOEDA TO FINROTC-COD-MOEDA
           PERFORM P6150-LE-REGRA

           IF NOT REGRA-ENCONTRADA
              MOVE '***'     TO FINROTC-COD-MOEDA
              PERFORM P6150-LE-REGRA
           END-IF

           .

      *-----------------------------------------------------------------
       P6150-LE-REGRA SECTION.
      *-----------------------------------------------------------------

           READ FINROTC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-REGRA-ENCONTRADA-SW
           END-READ

           IF WS-FS-FINROTC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINROTC - FILE STATUS = '
                     WS-FS-FINROTC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6200-VALIDA-CONTA SECTION.
      * Liga CONTA-NO-PLANO se WS-CONTA-VALIDAR existe no plano de
      * contas (a transitoria 999999 e sempre aceita).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-NO-PLANO-SW

           IF WS-CONTA-VALIDAR EQUAL WS-CONTA-SUSPENSE
              MOVE 'S' TO WS-CONTA-NO-PLANO-SW
              EXIT SECTION
           END-IF
           IF NOT FINPLCT-EXISTE
              EXIT SECTION
           END-IF

           MOVE WS-CONTA-VALIDAR TO FINPLCT-CONTA
           READ FINPLCT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CONTA-NO-PLANO-SW
           END-READ

           IF WS-FS-FINPLCT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPLCT - FILE STATUS = '
                     WS-FS-FINPLCT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6500-GRAVA-PARTIDA SECTION.
      * Grava a partida no diario e a soma na conta+moeda do razao,
      * recalculando o saldo atual (o balancete do dia ja foi impresso
      * pelo FINPB106).
      *-----------------------------------------------------------------

           MOVE SPACES             TO REG-FINDIAR
           MOVE WS-DATA-EXECUCAO   TO FINDIAR-DATA
           MOVE WS-NR-LANC         TO FINDIAR-NR-LANC
           MOVE WS-PTD-IND-DC      TO FINDIAR-IND-DC
           MOVE WS-PTD-CONTA       TO FINDIAR-CONTA
           MOVE WS-COD-MOEDA       TO FINDIAR-COD-MOEDA
           MOVE WS-VL-LANC         TO FINDIAR-VL
           MOVE WS-CHAVE-LANC      TO FINDIAR-CHAVE-CONTA
           MOVE ZEROS              TO FINDIAR-ID-TRAN
           MOVE 'PV'               TO FINDIAR-ORIGEM
           MOVE WS-IND-LANC        TO FINDIAR-IND-TRAN
           MOVE WS-PTD-SUSPENSE    TO FINDIAR-IND-SUSPENSE

           WRITE REG-FINDIAR    END-WRITE
           IF WS-FS-FINDIAR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINDIAR - FILE STATUS = '
                     WS-FS-FINDIAR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-PTD-SUSPENSE NOT EQUAL SPACES
              ADD 1 TO WS-QTD-SUSPENSE
           END-IF

           MOVE WS-PTD-CONTA TO FINRAZS-CONTA
           MOVE WS-COD-MOEDA TO FINRAZS-COD-MOEDA
           READ FINRAZS
              INVALID KEY
                 CONTINUE
           END-READ

           EVALUATE WS-FS-FINRAZS
               WHEN '00'
                    IF FINRAZS-DT-MOVTO NOT EQUAL WS-DATA-EXECUCAO
                       MOVE FINRAZS-VL-SLD   TO FINRAZS-VL-SLD-ANTERIOR
                       MOVE WS-DATA-EXECUCAO TO FINRAZS-DT-MOVTO
                       MOVE ZEROS            TO FINRAZS-VL-DEBITO
                                                FINRAZS-VL-CREDITO
                    END-IF
                    IF WS-PTD-IND-DC EQUAL 'D'
                       ADD WS-VL-LANC TO FINRAZS-VL-DEBITO
                    ELSE
                       ADD WS-VL-LANC TO FINRAZS-VL-CREDITO
                    END-IF
                    COMPUTE FINRAZS-VL-SLD = FINRAZS-VL-SLD-ANTERIOR
                                           + FINRAZS-VL-DEBITO
                                           - FINRAZS-VL-CREDITO
                    REWRITE REG-FINRAZS
               WHEN '23'
                    MOVE SPACES           TO REG-FINRAZS
                    MOVE WS-PTD-CONTA     TO FINRAZS-CONTA
                    MOVE WS-COD-MOEDA     TO FINRAZS-COD-MOEDA
                    MOVE WS-DATA-EXECUCAO TO FINRAZS-DT-MOVTO
                    MOVE ZEROS            TO FINRAZS-VL-SLD-ANTERIOR
                                             FINRAZS-VL-DEBITO
                                             FINRAZS-VL-CREDITO
                    IF WS-PTD-IND-DC EQUAL 'D'
                       MOVE WS-VL-LANC TO FINRAZS-VL-DEBITO
                    ELSE
                       MOVE WS-VL-LANC TO FINRAZS-VL-CREDITO
                    END-IF
                    COMPUTE FINRAZS-VL-SLD = FINRAZS-VL-DEBITO
                                           - FINRAZS-VL-CREDITO
                    WRITE REG-FINRAZS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WS-FS-FINRAZS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - ATUALIZACAO FINRAZS - FILE STATUS = '
                     WS-FS-FINRAZS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P6800-IMPRIME-TOTAL-NIVEIS SECTION.
      * Total geral por nivel, total da carteira e totais contabeis.
      *-----------------------------------------------------------------

           MOVE 'P6800-IMPRIME-TOTAL-NIVEIS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA
           MOVE 'TOTAL GERAL POR NIVEL' TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 8
              PERFORM P6850-LINHA-TOTAL-NIVEL
           END-PERFORM
           MOVE 9 TO WS-IDX-NIVEL
           PERFORM P6850-LINHA-TOTAL-NIVEL

           MOVE 'TOTAL GERAL'      TO WS-LIN-NIV-DESC
           MOVE SPACES             TO WS-LIN-NIV-NIVEL
           MOVE ZEROS              TO WS-LIN-NIV-PERCENTUAL
           MOVE WS-TOT-QTD         TO WS-LIN-NIV-QTD
           MOVE WS-TOT-VL-SALDO    TO WS-LIN-NIV-SALDO
           MOVE WS-TOT-VL-PROVISAO TO WS-LIN-NIV-PROVISAO
           MOVE WS-TOT-VL-PROV-ANT TO WS-LIN-NIV-PROV-ANT
           COMPUTE WS-VL-VARIACAO = WS-TOT-VL-PROVISAO
                                  - WS-TOT-VL-PROV-ANT
           MOVE WS-VL-VARIACAO     TO WS-LIN-NIV-VARIACAO
           MOVE WS-LINHA-NIVEL TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           MOVE WS-TOT-VL-CONSTITUICAO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINPROVR
           STRING '   CONSTITUICAO NO MES: ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINPROVR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-TOT-VL-REVERSAO TO WS-VL-EDITADO
           MOVE SPACES TO REG-FINPROVR
           STRING '   REVERSAO NO MES    : ' WS-VL-EDITADO
                  DELIMITED BY SIZE  INTO REG-FINPROVR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           IF WS-QTD-SEM-CRONOGRAMA NOT EQUAL ZEROS
              MOVE SPACES TO REG-FINPROVR
              STRING '   CONTRATOS SEM CRONOGRAMA (SALDO PELO PRAZO '
                     'A EMITIR - VER FINPB194): '
                     WS-QTD-SEM-CRONOGRAMA
                     DELIMITED BY SIZE  INTO REG-FINPROVR
              END-STRING
              PERFORM P7000-GRAVA-LINHA
           END-IF

      *    REGISTRO DE CONTROLE: O MES ESTA CONTABILIZADO
           IF NOT MES-CONTABILIZADO
              MOVE SPACES              TO REG-FINPROV
              MOVE WS-DATA-EXEC-ANOMES TO FINPROV-ANOMES
              MOVE ZEROS               TO FINPROV-NR-CONTRATO
                                          FINPROV-NR-AGEN
                                          FINPROV-DIAS-ATRASO
                                          FINPROV-PERCENTUAL
              MOVE '**'                TO FINPROV-NIVEL
              MOVE WS-TOT-VL-SALDO     TO FINPROV-VL-SALDO-DEVEDOR
              MOVE WS-TOT-VL-PROVISAO  TO FINPROV-VL-PROVISAO
              MOVE WS-TOT-VL-PROV-ANT  TO FINPROV-VL-PROV-ANTERIOR
              MOVE WS-DATA-EXECUCAO    TO FINPROV-DT-PROCESSAMENTO
              WRITE REG-FINPROV
              IF WS-FS-FINPROV NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINPROV CONTROLE - FILE STATUS = '
                        WS-FS-FINPROV
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P6850-LINHA-TOTAL-NIVEL SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                 TO WS-LIN-NIV-DESC
           MOVE WS-NIV-NIVEL(WS-IDX-NIVEL)
                                       TO WS-LIN-NIV-NIVEL
           MOVE WS-NIV-PERCENTUAL(WS-IDX-NIVEL)
                                       TO WS-LIN-NIV-PERCENTUAL
           MOVE WS-NIV-TOT-QTD(WS-IDX-NIVEL)
                                       TO WS-LIN-NIV-QTD
           MOVE WS-NIV-TOT-SALDO(WS-IDX-NIVEL)
                                       TO WS-LIN-NIV-SALDO
           MOVE WS-NIV-TOT-PROVISAO(WS-IDX-NIVEL)
                                       TO WS-LIN-NIV-PROVISAO
           MOVE WS-NIV-TOT-PROV-ANT(WS-IDX-NIVEL)
                                       TO WS-LIN-NIV-PROV-ANT
           COMPUTE WS-VL-VARIACAO = WS-NIV-TOT-PROVISAO(WS-IDX-NIVEL)
                                  - WS-NIV-TOT-PROV-ANT(WS-IDX-NIVEL)
           MOVE WS-VL-VARIACAO         TO WS-LIN-NIV-VARIACAO
           MOVE WS-LINHA-NIVEL TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINPROVR    END-WRITE

           IF WS-FS-FINPROVR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINPROVR - FILE STATUS = '
                     WS-FS-FINPROVR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7500-IMPRIME-MIGRACOES SECTION.
      * Relê os contratos classificados e lista os que tem saldo e
      * mudaram de nivel em relacao ao mes anterior.
      *-----------------------------------------------------------------

           MOVE 'P7500-IMPRIME-MIGRACOES' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINPROVR
           STRING 'MIGRACOES DE NIVEL DE RISCO EM RELACAO A '
                  WS-ANOMES-ANTERIOR
                  DELIMITED BY SIZE  INTO REG-FINPROVR
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINPROVR
           STRING '   AGEN  CONTRATO  CONTA              DE    PARA  '
                  'SENTID ATRAS  SALDO DEVEDOR   PROV. ANTERIOR'
                  '  PROV. DO MES'
                  DELIMITED BY SIZE  INTO REG-FINPROVR
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINPROV-ORD
           IF WS-FS-FINPROV-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINPROV.ord - FILE STATUS = '
                     WS-FS-FINPROV-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'N' TO WS-FIM-ORD-SW
           PERFORM UNTIL FIM-ORD
              READ FINPROV-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    PERFORM P7600-VERIFICA-MIGRACAO
              END-READ
           END-PERFORM

           CLOSE FINPROV-ORD

           IF WS-QTD-MIGRACOES EQUAL ZEROS
              MOVE '   NENHUM CONTRATO MUDOU DE NIVEL.' TO REG-FINPROVR
              PERFORM P7000-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P7600-VERIFICA-MIGRACAO SECTION.
      *-----------------------------------------------------------------

           IF ORD-NIVEL-ANTERIOR EQUAL SPACES
              OR ORD-NIVEL-ANTERIOR EQUAL ORD-NIVEL
              OR ORD-VL-SALDO EQUAL ZEROS
              EXIT SECTION
           END-IF

      *    POSICAO DO NIVEL ANTERIOR NA ESCALA (PIORA = SOBE NA ESCALA)
           MOVE ZEROS TO WS-IDX-ANTERIOR
           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 8
              IF WS-NIV-NIVEL(WS-IDX-NIVEL) EQUAL ORD-NIVEL-ANTERIOR
                 MOVE WS-IDX-NIVEL TO WS-IDX-ANTERIOR
              END-IF
           END-PERFORM
           IF WS-NIV-NIVEL(9) EQUAL ORD-NIVEL-ANTERIOR
              MOVE 9 TO WS-IDX-ANTERIOR
           END-IF

           IF ORD-ORDEM > WS-IDX-ANTERIOR
              MOVE 'PIORA'  TO WS-LIN-MIG-SENTIDO
           ELSE
              MOVE 'MELHORA' TO WS-LIN-MIG-SENTIDO
           END-IF

           ADD 1 TO WS-QTD-MIGRACOES
           MOVE ORD-NR-AGEN          TO WS-LIN-MIG-NR-AGEN
           MOVE ORD-NR-CONTRATO      TO WS-LIN-MIG-CONTRATO
           MOVE ORD-CHAVE-CONTA      TO WS-LIN-MIG-CONTA
           MOVE ORD-NIVEL-ANTERIOR   TO WS-LIN-MIG-NIVEL-ANT
           MOVE ORD-NIVEL            TO WS-LIN-MIG-NIVEL
           MOVE ORD-DIAS-ATRASO      TO WS-LIN-MIG-DIAS
           MOVE ORD-VL-SALDO         TO WS-LIN-MIG-SALDO
           MOVE ORD-VL-PROV-ANTERIOR TO WS-LIN-MIG-PROV-ANT
           MOVE ORD-VL-PROVISAO      TO WS-LIN-MIG-PROVISAO
           MOVE WS-LINHA-MIGRACAO TO REG-FINPROVR
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB193 - TERMINO COM ERRO'
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

           CLOSE FINPROV
                 FINPROVR
           IF NOT MES-CONTABILIZADO
              IF FINROTC-EXISTE
                 CLOSE FINROTC
              END-IF
              IF FINPLCT-EXISTE
                 CLOSE FINPLCT
              END-IF
              CLOSE FINRAZS
                    FINDIAR
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB193 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'MES DE REFERENCIA           - ' WS-DATA-EXEC-ANOMES
           DISPLAY 'QTD CONTRATOS LIDOS         - ' WS-QTD-LIDOS
           DISPLAY 'QTD CONTRATOS PROVISIONADOS - ' WS-QTD-PROVISIONADOS
           DISPLAY 'QTD CONTRATOS SEM CRONOGRAMA- '
                   WS-QTD-SEM-CRONOGRAMA
           DISPLAY 'QTD MIGRACOES DE NIVEL      - ' WS-QTD-MIGRACOES
           DISPLAY 'QTD LANCAMENTOS CONTABEIS   - ' WS-QTD-LANCAMENTOS
           DISPLAY 'QTD PARTIDAS EM TRANSITORIA - ' WS-QTD-SUSPENSE
           IF MES-CONTABILIZADO
              DISPLAY 'MES JA CONTABILIZADO EM     - '
                      WS-DT-CONTABILIZACAO
           END-IF
           DISPLAY '***************************************************'

           .
