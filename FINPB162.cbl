      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RECEBER O ARQUIVO DE FOLHA DE PAGAMENTO DAS
      *              EMPRESAS CLIENTES (UM LOTE POR FOLHA: HEADER, UM
      *              DETALHE POR FUNCIONARIO E TRAILER DE CONTROLE) E
      *              TRANSFORMA-LO EM UM DEBITO UNICO NA CONTA DA
      *              EMPRESA E NOS CREDITOS DOS FUNCIONARIOS, TUDO OU
      *              NADA, DEVOLVENDO A EMPRESA A SITUACAO DE CADA
      *              FUNCIONARIO.
      *              ARQUIVOS DE ENTRADA: FINFOLHA - LOTES DE FOLHA DE
      *                                              PAGAMENTO
      *                                   FINSLD   - SALDOS DE CONTAS
      *                                              (PESQUISA DIRETA)
      *                                   FINFLOAT - CREDITOS EM FLOAT
      *                                              (VIA SRFLOAT)
      *              ARQUIVOS DE SAIDA  : FINTRAN  - DEBITO UNICO DO
      *                                              LOTE ACEITO NA
      *                                              CONTA DA EMPRESA
      *                                              (EXTEND)
      *                                   FINTRNC  - CREDITOS DOS
      *                                              FUNCIONARIOS,
      *                                              RETIDOS ATE O
      *                                              FINPB165
      *                                              CONFIRMAR QUE O
      *                                              DEBITO POSTOU
      *                                   FINFOLRT - ARQUIVO RETORNO
      *                                              PARA A EMPRESA
      *                                   FINFOLHA - LOTES RETIDOS E
      *                                              AGENDADOS, QUE
      *                                              VOLTAM NO PROXIMO
      *                                              CICLO (VIA .pnd)
      *
      * ESPECIFICAÇÃO
      * A folha das empresas era paga por uma ordem FINSORD por
      * funcionario ou por dezenas de transferencias no FINPB160: com
      * a conta da empresa sem saldo, parte dos funcionarios recebia e
      * parte nao. Aqui a folha anda como um LOTE:
      * - HEADER ('0'): numero do lote, conta da empresa (conta de
      *   debito), data de pagamento e moeda; DETALHE ('1'): um por
      *   funcionario, com a conta de credito e o valor; TRAILER ('9'):
      *   quantidade de detalhes e soma dos valores, conferidos contra
      *   os detalhes lidos (divergencia = lote recusado, '93');
      * - A conta da empresa passa pela SRMINIMAL e pela pesquisa
      *   direta em FINSLD: precisa existir, estar ativa e ter a moeda
      *   do lote ('91'/'94' = lote recusado);
      * - Cada funcionario passa pela SRMINIMAL e pela pesquisa em
      *   FINSLD; chave invalida, conta inexistente ou inativa, moeda
      *   diferente da do lote, valor zerado ou funcionario repetido
      *   no lote RECUSAM SO AQUELE DETALHE (devolvido no retorno) -
      *   os demais seguem;
      * - Suficiencia: saldo + limite (se houver) - creditos ainda em
      *   float (SRFLOAT) da conta da empresa precisa cobrir a soma
      *   dos creditos validos. Sem cobertura, o lote INTEIRO fica
      *   retido ('92'): nenhum funcionario e pago, e o lote volta ao
      *   FINFOLHA.dat do proximo ciclo, ate WS-MAX-RETENCOES ciclos -
      *   depois disso e recusado ('97') e a empresa reapresenta;
      * - Lote com data de pagamento futura fica agendado ('90') e
      *   volta ao FINFOLHA.dat sem ser criticado;
      * - Lote aceito: um unico 'D' na conta da empresa entra no
      *   FINTRAN do ciclo, e os 'C' dos funcionarios ficam RETIDOS em
      *   FINTRNC.dat com o MESMO ID-TRAN - o FINPB165 so os libera se
      *   o debito postou (se quicar, apesar da critica de saldo, os
      *   creditos vao para FINTRANS com o motivo '08'), o mesmo
      *   tudo-ou-nada das transferencias;
      * - ID-TRAN do lote: 8.500.000.000 + (LOTE DO CICLO x 100) + 50,
      *   dentro da faixa das transferencias (nao reciclada pelo
      *   FINPB102) e sem colidir com os pedidos do FINPB160, que
      *   terminam sempre em 00;
      * - Retorno FINFOLRT.dat: header do lote com a situacao do lote,
      *   um detalhe por funcionario com a sua situacao e trailer com
      *   quantidade/valor creditados e quantidade recusada.
      * PRE-REQUISITO: SO RODAR ATRAVES DO FINPB101 (P0820), DEPOIS DO
      * FINPB160 (QUE RECRIA O FINTRNC.dat) E ANTES DA ORDENACAO DE
      * FINTRAN.dat.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB162.
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
      *    LOTES DE FOLHA DE PAGAMENTO - ENTRADA (READ)
           SELECT FINFOLHA ASSIGN TO 'FINFOLHA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINFOLHA.
      *    LOTES RETIDOS/AGENDADOS - SAIDA (SUBSTITUI O FINFOLHA.dat)
           SELECT FINFOLPN ASSIGN TO 'FINFOLHA.pnd'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINFOLPN.
      *    DETALHES DO LOTE CORRENTE JA CRITICADOS (TRABALHO)
           SELECT FINFOLWK ASSIGN TO 'FINFOLWK.wrk'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINFOLWK.
      *    FUNCIONARIOS JA VISTOS NO LOTE (TRABALHO - DUPLICIDADE)
           SELECT FINFLDUP ASSIGN TO 'FINFLDUP.wrk'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINFLDUP-CHAVE
                  FILE STATUS IS WS-FS-FINFLDUP.
      *    ARQUIVO SALDOS - PESQUISA DIRETA DAS CONTAS (READ)
      *    MESMA DEFINICAO USADA PELO FINPB102 (VER FD FINSLD-CONSULTA).
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CONS-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-CONSULTA.
      *    ARQUIVO TRANSACOES - DEBITO DO LOTE ACEITO (WRITE, EXTEND)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.
      *    CREDITOS RETIDOS ATE A CONFIRMACAO DO DEBITO (EXTEND - O
      *    FINPB160 JA GRAVOU OS CREDITOS DAS TRANSFERENCIAS DO DIA)
           SELECT FINTRNC  ASSIGN TO 'FINTRNC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRNC.
      *    ARQUIVO RETORNO PARA AS EMPRESAS (WRITE)
           SELECT FINFOLRT ASSIGN TO 'FINFOLRT.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINFOLRT.

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
      *    LOTE DE FOLHA: HEADER ('0'), DETALHES ('1') E TRAILER ('9'),
      *    TODOS COM O NUMERO DO LOTE DADO PELA EMPRESA.
       FD  FINFOLHA
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINFOLHA.
           03  FINFOLHA-TIPO-REG             PIC  X(001).
              88  FINFOLHA-HEADER                  VALUE '0'.
              88  FINFOLHA-DETALHE                 VALUE '1'.
              88  FINFOLHA-TRAILER                 VALUE '9'.
           03  FINFOLHA-NR-LOTE              PIC  9(006).
           03  FILLER                        PIC  X(073).
      *
       01  REG-FINFOLHA-HEADER.
           03  FILLER                        PIC  X(001).
           03  FINFOLHA-HDR-NR-LOTE          PIC  9(006).
           03  FINFOLHA-HDR-CHAVE-EMPRESA.
               05  FINFOLHA-HDR-NR-AGEN      PIC  9(004).
               05  FINFOLHA-HDR-NR-CC        PIC  X(011).
               05  FINFOLHA-HDR-COD-SUBCONTA PIC  X(002).
           03  FINFOLHA-HDR-DT-PAGAMENTO     PIC  9(008).
           03  FINFOLHA-HDR-COD-MOEDA        PIC  X(003).
           03  FINFOLHA-HDR-NOME-EMPRESA     PIC  X(030).
      *    CICLOS EM QUE O LOTE JA FICOU RETIDO POR FALTA DE SALDO
      *    (ATUALIZADO AQUI, NA COPIA DEVOLVIDA AO FINFOLHA.dat)
           03  FINFOLHA-HDR-QTD-RETENCOES    PIC  9(002).
           03  FILLER                        PIC  X(013).
      *
       01  REG-FINFOLHA-DETALHE.
           03  FILLER                        PIC  X(001).
           03  FINFOLHA-DET-NR-LOTE          PIC  9(006).
           03  FINFOLHA-DET-NR-SEQ           PIC  9(006).
           03  FINFOLHA-DET-CHAVE-FUNC.
               05  FINFOLHA-DET-NR-AGEN      PIC  9(004).
               05  FINFOLHA-DET-NR-CC        PIC  X(011).
               05  FINFOLHA-DET-COD-SUBCONTA PIC  X(002).
           03  FINFOLHA-DET-VL-CREDITO       PIC  9(009)V99.
           03  FINFOLHA-DET-MATRICULA        PIC  X(010).
           03  FINFOLHA-DET-NOME-FUNC        PIC  X(029).
      *
       01  REG-FINFOLHA-TRAILER.
           03  FILLER                        PIC  X(001).
           03  FINFOLHA-TRL-NR-LOTE          PIC  9(006).
           03  FINFOLHA-TRL-QTD-DETALHES     PIC  9(006).
           03  FINFOLHA-TRL-VL-TOTAL         PIC  9(013)V99.
           03  FILLER                        PIC  X(052).
      *
      *    COPIA DOS REGISTROS DOS LOTES QUE VOLTAM NO PROXIMO CICLO
       FD  FINFOLPN
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINFOLPN                      PIC  X(080).
      *
      *    DETALHE DO LOTE CORRENTE (MESMO LAYOUT DE FINFOLHA) SEGUIDO
      *    DA SITUACAO APURADA NA CRITICA ('00' = CREDITO VALIDO).
       FD  FINFOLWK
           RECORDING MODE IS F
           RECORD CONTAINS 082 CHARACTERS.

       01  REG-FINFOLWK.
           03  FINFOLWK-DETALHE.
               05  FILLER                    PIC  X(007).
               05  FINFOLWK-NR-SEQ           PIC  9(006).
               05  FINFOLWK-CHAVE-FUNC       PIC  X(017).
               05  FINFOLWK-VL-CREDITO       PIC  9(009)V99.
               05  FILLER                    PIC  X(039).
           03  FINFOLWK-STATUS               PIC  X(002).
      *
      *    CHAVE: SEQUENCIAL DO LOTE NO CICLO + CONTA DO FUNCIONARIO
       FD  FINFLDUP
           RECORD CONTAINS 023 CHARACTERS.

       01  REG-FINFLDUP.
           03  FINFLDUP-CHAVE.
               05  FINFLDUP-SEQ-LOTE         PIC  9(006).
               05  FINFLDUP-CHAVE-FUNC       PIC  X(017).
      *
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER WS-REG-FINSLD, LA)
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-CONSULTA.
           03  FINSLD-CONS-CHAVE             PIC  X(017).
           03  FINSLD-CONS-VL-SLD            PIC  S9(009)V99.
           03  FINSLD-CONS-STATUS            PIC  X(001).
              88  FINSLD-CONS-CONTA-ATIVA          VALUE 'A'.
           03  FINSLD-CONS-IND-LIMITE        PIC  X(001).
              88  FINSLD-CONS-COM-LIMITE           VALUE 'S'.
           03  FINSLD-CONS-VL-LIMITE         PIC  9(009)V99.
           03  FINSLD-CONS-COD-MOEDA         PIC  X(003).
           03  FINSLD-CONS-TIPO-CONTA        PIC  X(001).
      *
       FD  FINTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRAN.
           03  FINTRAN-CHAVE.
               05  FINTRAN-NR-AGEN       PIC  9(004).
               05  FINTRAN-NR-CC         PIC  X(011).
               05  FINTRAN-COD-SUBCONTA  PIC  X(002).
           03  FINTRAN-VL-TRAN           PIC  9(009)V99.
           03  FINTRAN-IND-TRAN          PIC  X(001).
           03  FINTRAN-FILLER            PIC  X(002).
           03  FINTRAN-ID-TRAN           PIC  9(010).
           03  FINTRAN-DT-EFETIVA        PIC  9(008).
           03  FINTRAN-COD-MOEDA         PIC  X(003).
      *
      *    CREDITO RETIDO - MESMO LAYOUT DE FINTRAN, PARA A LIBERACAO
      *    DIRETA PELO FINPB165 (VER FD FINTRNC DO FINPB160).
       FD  FINTRNC
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRNC                   PIC  X(052).
      *
      *    RETORNO PARA A EMPRESA: HEADER ('0') COM A SITUACAO DO
      *    LOTE, UM DETALHE ('1') POR FUNCIONARIO E TRAILER ('9').
       FD  FINFOLRT
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINFOLRT-HEADER.
           03  FINFOLRT-HDR-TIPO-REG         PIC  X(001).
           03  FINFOLRT-HDR-NR-LOTE          PIC  9(006).
           03  FINFOLRT-HDR-CHAVE-EMPRESA    PIC  X(017).
           03  FINFOLRT-HDR-DT-PAGAMENTO     PIC  9(008).
           03  FINFOLRT-HDR-DT-PROCESSAMENTO PIC  9(008).
           03  FINFOLRT-HDR-STATUS           PIC  X(002).
           03  FINFOLRT-HDR-DESC-STATUS      PIC  X(030).
           03  FILLER                        PIC  X(008).
      *
       01  REG-FINFOLRT-DETALHE.
           03  FINFOLRT-DET-TIPO-REG         PIC  X(001).
           03  FINFOLRT-DET-NR-LOTE          PIC  9(006).
           03  FINFOLRT-DET-NR-SEQ           PIC  9(006).
           03  FINFOLRT-DET-CHAVE-FUNC       PIC  X(017).
           03  FINFOLRT-DET-VL-CREDITO       PIC  9(009)V99.
           03  FINFOLRT-DET-STATUS           PIC  X(002).
           03  FINFOLRT-DET-DESC-STATUS      PIC  X(030).
           03  FILLER                        PIC  X(007).
      *
       01  REG-FINFOLRT-TRAILER.
           03  FINFOLRT-TRL-TIPO-REG         PIC  X(001).
           03  FINFOLRT-TRL-NR-LOTE          PIC  9(006).
           03  FINFOLRT-TRL-QTD-CREDITADOS   PIC  9(006).
           03  FINFOLRT-TRL-VL-CREDITADO     PIC  9(013)V99.
           03  FINFOLRT-TRL-QTD-RECUSADOS    PIC  9(006).
           03  FINFOLRT-TRL-ID-TRAN          PIC  9(010).
           03  FILLER                        PIC  X(036).
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB162'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINFOLHA         PIC X(002)  VALUE '00'.
           05  WS-FS-FINFOLPN         PIC X(002)  VALUE '00'.
           05  WS-FS-FINFOLWK         PIC X(002)  VALUE '00'.
           05  WS-FS-FINFLDUP         PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRNC          PIC X(002)  VALUE '00'.
           05  WS-FS-FINFOLRT         PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-LOTES           PIC 9(006)  VALUE ZEROS.
           05  WS-QTD-LOTES-ACEITOS   PIC 9(006)  VALUE ZEROS.
           05  WS-QTD-LOTES-RETIDOS   PIC 9(006)  VALUE ZEROS.
           05  WS-QTD-LOTES-AGENDADOS PIC 9(006)  VALUE ZEROS.
           05  WS-QTD-LOTES-RECUSADOS PIC 9(006)  VALUE ZEROS.
           05  WS-QTD-CREDITOS        PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-FUNC-RECUSADOS  PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-FORA-LOTE       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-PENDENTES       PIC 9(010)  VALUE ZEROS.
           05  WS-VL-TOTAL-DEBITADO   PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINFOLHA-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINFOLHA               VALUE 'S'.
      *    ARQUIVO DE FOLHA AUSENTE = NENHUM LOTE NO DIA
           05  WS-FINFOLHA-EXISTE-SW  PIC X(001)  VALUE 'S'.
              88  FINFOLHA-EXISTE            VALUE 'S'.
           05  WS-FIM-FINFOLWK-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINFOLWK               VALUE 'S'.
      *
      *    CICLOS DE RETENCAO POR FALTA DE SALDO ANTES DA RECUSA ('97')
           05  WS-MAX-RETENCOES       PIC 9(002)  VALUE 05.
      *
      *    SITUACAO DO LOTE EM LEITURA: ' ' = NENHUM LOTE ABERTO,
      *    'P' = EM CRITICA, 'A' = AGENDADO (SO COPIADO PARA O .pnd)
           05  WS-SITUACAO-LOTE-SW    PIC X(001)  VALUE SPACES.
              88  LOTE-ABERTO                VALUE 'P' 'A'.
              88  LOTE-AGENDADO              VALUE 'A'.
           05  WS-TEM-TRAILER-SW      PIC X(001)  VALUE 'N'.
              88  TEM-TRAILER                VALUE 'S'.
      *
      *    SITUACAO DO LOTE (ESPACOS = SEM RECUSA ATE AQUI) E DO
      *    FUNCIONARIO CORRENTE - CODIGOS DESCRITOS NO P6000:
      *    LOTE       : 00 ACEITO  90 AGENDADO  91 CONTA EMPRESA
      *                 92 RETIDO  93 TRAILER  94 MOEDA EMPRESA
      *                 95 ESTRUTURA  96 SEM CREDITO  97 RETENCAO
      *    FUNCIONARIO: 00 OK  01 CHAVE  02 INEXISTENTE  03 INATIVA
      *                 04 MOEDA  05 REPETIDO  06 VALOR
           05  WS-STATUS-LOTE         PIC X(002)  VALUE SPACES.
           05  WS-STATUS-FUNC         PIC X(002)  VALUE SPACES.
           05  WS-STATUS-DEVOLVIDO    PIC X(002)  VALUE SPACES.
           05  WS-DESC-STATUS         PIC X(030)  VALUE SPACES.
      *
      *    ACUMULADORES DO LOTE CORRENTE: TODOS OS DETALHES LIDOS (PARA
      *    A CONFERENCIA DO TRAILER) E SO OS CREDITOS VALIDOS (VALOR
      *    DO DEBITO NA CONTA DA EMPRESA)
           05  WS-QTD-DET-LOTE        PIC 9(006)      VALUE ZEROS.
           05  WS-VL-DET-LOTE         PIC 9(013)V99   VALUE ZEROS.
           05  WS-QTD-VALIDOS-LOTE    PIC 9(006)      VALUE ZEROS.
           05  WS-VL-VALIDOS-LOTE     PIC 9(013)V99   VALUE ZEROS.
           05  WS-QTD-RECUSADOS-LOTE  PIC 9(006)      VALUE ZEROS.
           05  WS-QTD-CREDITADOS-LOTE PIC 9(006)      VALUE ZEROS.
           05  WS-VL-CREDITADO-LOTE   PIC 9(013)V99   VALUE ZEROS.
      *
      *    CONTA DA EMPRESA: MOEDA DO LOTE (ESPACOS => 'BRL') E VALOR
      *    DISPONIVEL PARA A FOLHA (SALDO + LIMITE - FLOAT)
           05  WS-LOTE-MOEDA          PIC X(003)      VALUE SPACES.
           05  WS-FUNC-MOEDA          PIC X(003)      VALUE SPACES.
           05  WS-VL-DISPONIVEL       PIC S9(013)V99  VALUE ZEROS.
           05  WS-ID-TRAN-LOTE        PIC 9(010)      VALUE ZEROS.
      *
           05  WS-CONTA-LOCALIZADA-SW PIC X(001)  VALUE 'N'.
              88  CONTA-LOCALIZADA           VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    NOMES DE ARQUIVO USADOS NAS CHAMADAS AS ROTINAS DE SISTEMA
      *    CBL_DELETE_FILE E CBL_RENAME_FILE, PARA TROCAR O ARQUIVO DE
      *    FOLHA JA TRATADO PELOS LOTES QUE VOLTAM NO PROXIMO CICLO.
           05  WS-ARQ-ORIGEM          PIC X(030)  VALUE SPACES.
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
      *
      *    HEADER E TRAILER DO LOTE CORRENTE, GUARDADOS PARA O RETORNO
      *    E PARA A COPIA DO LOTE RETIDO
       01  WS-HEADER-LOTE.
           05  FILLER                 PIC X(001).
           05  WS-HDR-NR-LOTE         PIC 9(006).
           05  WS-HDR-CHAVE-EMPRESA   PIC X(017).
           05  WS-HDR-DT-PAGAMENTO    PIC 9(008).
           05  WS-HDR-COD-MOEDA       PIC X(003).
           05  WS-HDR-NOME-EMPRESA    PIC X(030).
           05  WS-HDR-QTD-RETENCOES   PIC 9(002).
           05  FILLER                 PIC X(013).
       01  WS-TRAILER-LOTE            PIC X(080)  VALUE SPACES.
      *    HEADER LIDO, PRESERVADO ENQUANTO O LOTE ANTERIOR E FECHADO
       01  WS-REG-LIDO                PIC X(080)  VALUE SPACES.
      *
      *    AREA DE CHAMADA DE SRMINIMAL, PARA VALIDACAO DAS CHAVES
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-NR-AGEN        PIC 9(004).
           05  WS-PARM-NR-CC          PIC X(011).
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
      *
      *    AREA DE CHAMADA DE SRFLOAT (CREDITOS EM FLOAT DA EMPRESA)
       01  WS-PARM-FLOAT.
           05  WS-FLT-CHAVE           PIC X(017).
           05  WS-FLT-DATA-REF        PIC 9(008).
           05  WS-FLT-VL-FLOAT        PIC 9(011)V99.
           05  WS-FLT-QTD-FLOAT       PIC 9(005).
           05  WS-FLT-DT-PROX-LIB     PIC 9(008).
           05  WS-FLT-VL-PROX-LIB     PIC 9(011)V99.
           05  WS-FLT-DT-ULT-LIB      PIC 9(008).
           05  WS-FLT-COD-RETORNO     PIC X(002).
              88  WS-FLT-COM-FLOAT           VALUE '00'.
              88  WS-FLT-ERRO                VALUE '99'.
           05  WS-FLT-FILE-STATUS     PIC X(002).
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
           PERFORM P1000-PROCESSA
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

      *    Arquivo de folha ausente = nenhum lote no dia.
           OPEN INPUT FINFOLHA
           EVALUATE WS-FS-FINFOLHA
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINFOLHA-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINFOLHA - FILE STATUS = '
                           WS-FS-FINFOLHA
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINFOLHA-EXISTE
              OPEN INPUT FINSLD-CONSULTA
              IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN INPUT FINSLD.dat - FILE STATUS = '
                        WS-FS-FINSLD-CONSULTA
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              OPEN EXTEND FINTRAN
              IF WS-FS-FINTRAN NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN EXTEND FINTRAN - FILE STATUS = '
                        WS-FS-FINTRAN
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

      *       Os creditos retidos das transferencias do dia (FINPB160)
      *       ja estao no arquivo: a folha acrescenta os seus; sem
      *       transferencias no dia, o arquivo nasce aqui.
              OPEN EXTEND FINTRNC
              IF WS-FS-FINTRNC EQUAL '35'
                 OPEN OUTPUT FINTRNC
              END-IF
              IF WS-FS-FINTRNC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN FINTRNC - FILE STATUS = '
                        WS-FS-FINTRNC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              OPEN OUTPUT FINFOLRT
              IF WS-FS-FINFOLRT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINFOLRT - FILE STATUS = '
                        WS-FS-FINFOLRT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              OPEN OUTPUT FINFOLPN
              IF WS-FS-FINFOLPN NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINFOLHA.pnd - FILE STATUS '
                        '= ' WS-FS-FINFOLPN
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              OPEN OUTPUT FINFLDUP
              IF WS-FS-FINFLDUP NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINFLDUP - FILE STATUS = '
                        WS-FS-FINFLDUP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Le o arquivo de folha e encaminha cada registro pelo tipo. Um
      * header encontrado com lote ainda aberto (sem trailer) fecha o
      * lote anterior como recusado por estrutura ('95').
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           IF NOT FINFOLHA-EXISTE
              MOVE 'S' TO WS-FIM-FINFOLHA-SW
           END-IF

           PERFORM UNTIL FIM-FINFOLHA
              READ FINFOLHA
                 AT END
                    MOVE 'S' TO WS-FIM-FINFOLHA-SW
                 NOT AT END
                    IF WS-FS-FINFOLHA NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINFOLHA - FILE STATUS = '
                              WS-FS-FINFOLHA
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P2000-TRATA-REGISTRO
              END-READ
           END-PERFORM

      *    Fim do arquivo com lote aberto: o agendado volta como esta
      *    (sera recusado por estrutura quando vencer); o que estava em
      *    critica e recusado por falta de trailer.
           IF LOTE-ABERTO
              IF LOTE-AGENDADO
                 MOVE SPACES TO WS-SITUACAO-LOTE-SW
              ELSE
                 PERFORM P5000-FECHA-LOTE
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-TRATA-REGISTRO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P2000-TRATA-REGISTRO' TO WS-NOM-PARAGRAFO

           EVALUATE TRUE
               WHEN FINFOLHA-HEADER
                    IF LOTE-ABERTO
                       IF LOTE-AGENDADO
                          MOVE SPACES TO WS-SITUACAO-LOTE-SW
                       ELSE
                          MOVE REG-FINFOLHA TO WS-REG-LIDO
                          PERFORM P5000-FECHA-LOTE
                          MOVE WS-REG-LIDO  TO REG-FINFOLHA
                       END-IF
                    END-IF
                    PERFORM P2100-ABRE-LOTE
               WHEN FINFOLHA-DETALHE
                    EVALUATE TRUE
                        WHEN NOT LOTE-ABERTO
                             ADD 1 TO WS-QTD-FORA-LOTE
                        WHEN LOTE-AGENDADO
                             PERFORM P7000-GRAVA-PENDENTE
                        WHEN OTHER
                             PERFORM P3000-TRATA-DETALHE
                    END-EVALUATE
               WHEN FINFOLHA-TRAILER
                    EVALUATE TRUE
                        WHEN NOT LOTE-ABERTO
                             ADD 1 TO WS-QTD-FORA-LOTE
                        WHEN LOTE-AGENDADO
                             PERFORM P7000-GRAVA-PENDENTE
                             MOVE SPACES TO WS-SITUACAO-LOTE-SW
                        WHEN OTHER
                             PERFORM P4000-CONFERE-TRAILER
                             PERFORM P5000-FECHA-LOTE
                    END-EVALUATE
               WHEN OTHER
                    ADD 1 TO WS-QTD-FORA-LOTE
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2100-ABRE-LOTE SECTION.
      * Abre o lote do header corrente. Data de pagamento futura: o
      * lote fica agendado e e so copiado para o .pnd. Senao, zera os
      * acumuladores, abre o arquivo de trabalho dos detalhes e
      * critica a conta da empresa.
      *-----------------------------------------------------------------

           MOVE 'P2100-ABRE-LOTE' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-QTD-LOTES

           IF FINFOLHA-HDR-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO FINFOLHA-HDR-COD-SUBCONTA
           END-IF
           IF FINFOLHA-HDR-QTD-RETENCOES NOT NUMERIC
              MOVE ZEROS TO FINFOLHA-HDR-QTD-RETENCOES
           END-IF
           IF FINFOLHA-HDR-DT-PAGAMENTO NOT NUMERIC
              OR FINFOLHA-HDR-DT-PAGAMENTO EQUAL ZEROS
              MOVE WS-DATA-EXECUCAO TO FINFOLHA-HDR-DT-PAGAMENTO
           END-IF
           MOVE REG-FINFOLHA-HEADER TO WS-HEADER-LOTE
           MOVE SPACES              TO WS-TRAILER-LOTE
           MOVE 'N'                 TO WS-TEM-TRAILER-SW
           MOVE SPACES              TO WS-STATUS-LOTE
           MOVE ZEROS               TO WS-QTD-DET-LOTE
                                       WS-VL-DET-LOTE
                                       WS-QTD-VALIDOS-LOTE
                                       WS-VL-VALIDOS-LOTE
                                       WS-QTD-RECUSADOS-LOTE
                                       WS-QTD-CREDITADOS-LOTE
                                       WS-VL-CREDITADO-LOTE
                                       WS-VL-DISPONIVEL
                                       WS-ID-TRAN-LOTE

           IF WS-HDR-COD-MOEDA EQUAL SPACES
              MOVE 'BRL' TO WS-LOTE-MOEDA
           ELSE
              MOVE WS-HDR-COD-MOEDA TO WS-LOTE-MOEDA
           END-IF

           IF WS-HDR-DT-PAGAMENTO > WS-DATA-EXECUCAO
              MOVE 'A'  TO WS-SITUACAO-LOTE-SW
              MOVE '90' TO WS-STATUS-LOTE
              ADD 1     TO WS-QTD-LOTES-AGENDADOS
              PERFORM P7000-GRAVA-PENDENTE
              PERFORM P6100-GRAVA-RETORNO-HEADER
              EXIT SECTION
           END-IF

           MOVE 'P' TO WS-SITUACAO-LOTE-SW

           OPEN OUTPUT FINFOLWK
           IF WS-FS-FINFOLWK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINFOLWK - FILE STATUS = '
                     WS-FS-FINFOLWK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM P2200-CRITICA-EMPRESA

           .

      *-----------------------------------------------------------------
       P2200-CRITICA-EMPRESA SECTION.
      * A conta da empresa passa pela SRMINIMAL e pela pesquisa em
      * FINSLD: inexistente/inativa/chave invalida = '91', moeda
      * diferente da do lote = '94'. Conta boa: guarda o disponivel
      * para a folha (saldo + limite - creditos ainda em float).
      *-----------------------------------------------------------------

           MOVE 'P2200-CRITICA-EMPRESA' TO WS-NOM-PARAGRAFO

           MOVE FINFOLHA-HDR-NR-AGEN TO WS-PARM-NR-AGEN
           MOVE FINFOLHA-HDR-NR-CC   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           IF NOT WS-CHAVE-VALIDA
              MOVE '91' TO WS-STATUS-LOTE
              EXIT SECTION
           END-IF

           MOVE WS-HDR-CHAVE-EMPRESA TO FINSLD-CONS-CHAVE
           PERFORM P2500-LE-FINSLD
           IF NOT CONTA-LOCALIZADA
              MOVE '91' TO WS-STATUS-LOTE
              EXIT SECTION
           END-IF
           IF NOT FINSLD-CONS-CONTA-ATIVA
              MOVE '91' TO WS-STATUS-LOTE
              EXIT SECTION
           END-IF
           IF FINSLD-CONS-COD-MOEDA EQUAL SPACES
              MOVE 'BRL' TO FINSLD-CONS-COD-MOEDA
           END-IF
           IF FINSLD-CONS-COD-MOEDA NOT EQUAL WS-LOTE-MOEDA
              MOVE '94' TO WS-STATUS-LOTE
              EXIT SECTION
           END-IF

           MOVE FINSLD-CONS-VL-SLD TO WS-VL-DISPONIVEL
           IF FINSLD-CONS-COM-LIMITE
              ADD FINSLD-CONS-VL-LIMITE TO WS-VL-DISPONIVEL
           END-IF

      *    Creditos ainda nao compensados nao pagam folha: o FINPB100
      *    recusaria o debito com o motivo '11'.
           MOVE WS-HDR-CHAVE-EMPRESA TO WS-FLT-CHAVE
           MOVE WS-DATA-EXECUCAO     TO WS-FLT-DATA-REF
           CALL 'SRFLOAT' USING WS-PARM-FLOAT
           IF WS-FLT-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRFLOAT (FINFLOAT) - FILE STATUS = '
                     WS-FLT-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF WS-FLT-COM-FLOAT
              SUBTRACT WS-FLT-VL-FLOAT FROM WS-VL-DISPONIVEL
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-LE-FINSLD SECTION.
      * Pesquisa, por acesso direto, a chave posta em FINSLD-CONS-CHAVE;
      * o resultado fica em WS-CONTA-LOCALIZADA-SW.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-LOCALIZADA-SW

           READ FINSLD-CONSULTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CONTA-LOCALIZADA-SW
           END-READ

           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-TRATA-DETALHE SECTION.
      * Critica o funcionario do detalhe corrente e guarda o detalhe,
      * com a situacao apurada, no arquivo de trabalho do lote. Um
      * detalhe de outro lote quebra a estrutura do lote ('95').
      *-----------------------------------------------------------------

           MOVE 'P3000-TRATA-DETALHE' TO WS-NOM-PARAGRAFO

           MOVE '00' TO WS-STATUS-FUNC

           ADD 1 TO WS-QTD-DET-LOTE
           IF FINFOLHA-DET-VL-CREDITO NUMERIC
              ADD FINFOLHA-DET-VL-CREDITO TO WS-VL-DET-LOTE
           ELSE
              MOVE ZEROS TO FINFOLHA-DET-VL-CREDITO
           END-IF

           IF FINFOLHA-DET-NR-LOTE NOT EQUAL WS-HDR-NR-LOTE
              AND WS-STATUS-LOTE EQUAL SPACES
              MOVE '95' TO WS-STATUS-LOTE
           END-IF

           IF FINFOLHA-DET-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO FINFOLHA-DET-COD-SUBCONTA
           END-IF

           IF FINFOLHA-DET-VL-CREDITO EQUAL ZEROS
              MOVE '06' TO WS-STATUS-FUNC
           END-IF

           IF WS-STATUS-FUNC EQUAL '00'
              MOVE FINFOLHA-DET-NR-AGEN TO WS-PARM-NR-AGEN
              MOVE FINFOLHA-DET-NR-CC   TO WS-PARM-NR-CC
              CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
              IF NOT WS-CHAVE-VALIDA
                 MOVE '01' TO WS-STATUS-FUNC
              END-IF
           END-IF

           IF WS-STATUS-FUNC EQUAL '00'
              MOVE FINFOLHA-DET-CHAVE-FUNC TO FINSLD-CONS-CHAVE
              PERFORM P2500-LE-FINSLD
              IF NOT CONTA-LOCALIZADA
                 MOVE '02' TO WS-STATUS-FUNC
              ELSE
                 IF FINSLD-CONS-COD-MOEDA EQUAL SPACES
                    MOVE 'BRL' TO WS-FUNC-MOEDA
                 ELSE
                    MOVE FINSLD-CONS-COD-MOEDA TO WS-FUNC-MOEDA
                 END-IF
                 EVALUATE TRUE
                     WHEN NOT FINSLD-CONS-CONTA-ATIVA
                          MOVE '03' TO WS-STATUS-FUNC
                     WHEN WS-FUNC-MOEDA NOT EQUAL WS-LOTE-MOEDA
                          MOVE '04' TO WS-STATUS-FUNC
                 END-EVALUATE
              END-IF
           END-IF

      *    O mesmo funcionario duas vezes no lote: o segundo credito,
      *    com o mesmo ID-TRAN, seria recusado como duplicado ('04')
      *    pelo FINPB100 com o debito da empresa ja feito.
           IF WS-STATUS-FUNC EQUAL '00'
              PERFORM P3500-VERIFICA-REPETIDO
           END-IF

           IF WS-STATUS-FUNC EQUAL '00'
              ADD 1                       TO WS-QTD-VALIDOS-LOTE
              ADD FINFOLHA-DET-VL-CREDITO TO WS-VL-VALIDOS-LOTE
           END-IF

           MOVE REG-FINFOLHA   TO FINFOLWK-DETALHE
           MOVE WS-STATUS-FUNC TO FINFOLWK-STATUS
           WRITE REG-FINFOLWK    END-WRITE
           IF WS-FS-FINFOLWK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFOLWK - FILE STATUS = '
                     WS-FS-FINFOLWK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3500-VERIFICA-REPETIDO SECTION.
      * Tenta gravar o par LOTE DO CICLO + CONTA no arquivo de trabalho
      * FINFLDUP - o WRITE com FILE STATUS '22' (chave duplicada) e o
      * funcionario repetido (mesma tecnica do FINIDSV do FINPB100).
      *-----------------------------------------------------------------

           MOVE WS-QTD-LOTES            TO FINFLDUP-SEQ-LOTE
           MOVE FINFOLHA-DET-CHAVE-FUNC TO FINFLDUP-CHAVE-FUNC

           WRITE REG-FINFLDUP
              INVALID KEY
                 CONTINUE
           END-WRITE

           EVALUATE WS-FS-FINFLDUP
               WHEN '00'
                    CONTINUE
               WHEN '22'
                    MOVE '05' TO WS-STATUS-FUNC
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - WRITE FINFLDUP - FILE STATUS = '
                           WS-FS-FINFLDUP
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P4000-CONFERE-TRAILER SECTION.
      * Confere o trailer contra os detalhes lidos do lote: outro
      * numero de lote = estrutura ('95'); quantidade ou soma
      * divergente = '93'.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONFERE-TRAILER' TO WS-NOM-PARAGRAFO

           MOVE 'S'          TO WS-TEM-TRAILER-SW
           MOVE REG-FINFOLHA TO WS-TRAILER-LOTE

           IF WS-STATUS-LOTE NOT EQUAL SPACES
              EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN FINFOLHA-TRL-NR-LOTE NOT EQUAL WS-HDR-NR-LOTE
                    MOVE '95' TO WS-STATUS-LOTE
               WHEN FINFOLHA-TRL-QTD-DETALHES NOT NUMERIC
                 OR FINFOLHA-TRL-VL-TOTAL NOT NUMERIC
                    MOVE '93' TO WS-STATUS-LOTE
               WHEN FINFOLHA-TRL-QTD-DETALHES NOT EQUAL WS-QTD-DET-LOTE
                 OR FINFOLHA-TRL-VL-TOTAL NOT EQUAL WS-VL-DET-LOTE
                    MOVE '93' TO WS-STATUS-LOTE
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P5000-FECHA-LOTE SECTION.
      * Decide o lote em critica e devolve cada detalhe:
      * - sem trailer = '95'; nenhum credito valido = '96';
      * - creditos validos acima do disponivel da empresa = lote
      *   RETIDO ('92') e copiado para o .pnd, ou recusado ('97') se
      *   ja esgotou os ciclos de retencao;
      * - sem recusa = aceito ('00'): debito unico da empresa em
      *   FINTRAN e creditos validos retidos em FINTRNC.
      *-----------------------------------------------------------------

           MOVE 'P5000-FECHA-LOTE' TO WS-NOM-PARAGRAFO

           CLOSE FINFOLWK

           IF WS-STATUS-LOTE EQUAL SPACES
              AND NOT TEM-TRAILER
              MOVE '95' TO WS-STATUS-LOTE
           END-IF

           IF WS-STATUS-LOTE EQUAL SPACES
              AND WS-QTD-VALIDOS-LOTE EQUAL ZEROS
              MOVE '96' TO WS-STATUS-LOTE
           END-IF

           IF WS-STATUS-LOTE EQUAL SPACES
              AND WS-VL-VALIDOS-LOTE > WS-VL-DISPONIVEL
              IF WS-HDR-QTD-RETENCOES < WS-MAX-RETENCOES
                 MOVE '92' TO WS-STATUS-LOTE
              ELSE
                 MOVE '97' TO WS-STATUS-LOTE
              END-IF
           END-IF

           IF WS-STATUS-LOTE EQUAL SPACES
              MOVE '00' TO WS-STATUS-LOTE
           END-IF

           EVALUATE WS-STATUS-LOTE
               WHEN '00'
                    ADD 1 TO WS-QTD-LOTES-ACEITOS
                    PERFORM P5100-DEBITA-EMPRESA
               WHEN '92'
                    ADD 1 TO WS-QTD-LOTES-RETIDOS
                    ADD 1 TO WS-HDR-QTD-RETENCOES
                    MOVE WS-HEADER-LOTE TO REG-FINFOLHA
                    PERFORM P7000-GRAVA-PENDENTE
               WHEN OTHER
                    ADD 1 TO WS-QTD-LOTES-RECUSADOS
           END-EVALUATE

           PERFORM P6100-GRAVA-RETORNO-HEADER

           OPEN INPUT FINFOLWK
           IF WS-FS-FINFOLWK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINFOLWK - FILE STATUS = '
                     WS-FS-FINFOLWK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'N' TO WS-FIM-FINFOLWK-SW
           PERFORM UNTIL FIM-FINFOLWK
              READ FINFOLWK
                 AT END
                    MOVE 'S' TO WS-FIM-FINFOLWK-SW
                 NOT AT END
                    PERFORM P5200-DEVOLVE-DETALHE
              END-READ
           END-PERFORM

           CLOSE FINFOLWK

           IF WS-STATUS-LOTE EQUAL '92'
              MOVE WS-TRAILER-LOTE TO REG-FINFOLHA
              PERFORM P7000-GRAVA-PENDENTE
           END-IF

           PERFORM P6300-GRAVA-RETORNO-TRAILER

           MOVE SPACES TO WS-SITUACAO-LOTE-SW

           .

      *-----------------------------------------------------------------
       P5100-DEBITA-EMPRESA SECTION.
      * Lote aceito: um unico 'D' na conta da empresa, pela soma dos
      * creditos validos, entra no FINTRAN do ciclo com o ID-TRAN do
      * lote (ver cabecalho) - o mesmo dos creditos retidos.
      *-----------------------------------------------------------------

           MOVE 'P5100-DEBITA-EMPRESA' TO WS-NOM-PARAGRAFO

           COMPUTE WS-ID-TRAN-LOTE =
                   8500000000 + (WS-QTD-LOTES-ACEITOS * 100) + 50

           MOVE SPACES                   TO REG-FINTRAN
           MOVE WS-HDR-CHAVE-EMPRESA     TO FINTRAN-CHAVE
           MOVE WS-VL-VALIDOS-LOTE       TO FINTRAN-VL-TRAN
           MOVE 'D'                      TO FINTRAN-IND-TRAN
           MOVE WS-ID-TRAN-LOTE          TO FINTRAN-ID-TRAN
           MOVE WS-HDR-DT-PAGAMENTO      TO FINTRAN-DT-EFETIVA
           MOVE WS-LOTE-MOEDA            TO FINTRAN-COD-MOEDA
           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD WS-VL-VALIDOS-LOTE TO WS-VL-TOTAL-DEBITADO

           .

      *-----------------------------------------------------------------
       P5200-DEVOLVE-DETALHE SECTION.
      * Devolve o detalhe de trabalho corrente: credito valido de lote
      * aceito fica retido em FINTRNC; credito valido de lote nao
      * aceito recebe a situacao do lote; no lote retido, o detalhe
      * volta tambem para o .pnd.
      *-----------------------------------------------------------------

           MOVE 'P5200-DEVOLVE-DETALHE' TO WS-NOM-PARAGRAFO

           IF FINFOLWK-STATUS EQUAL '00'
              MOVE WS-STATUS-LOTE  TO WS-STATUS-DEVOLVIDO
           ELSE
              MOVE FINFOLWK-STATUS TO WS-STATUS-DEVOLVIDO
              ADD 1 TO WS-QTD-RECUSADOS-LOTE
                       WS-QTD-FUNC-RECUSADOS
           END-IF

           IF FINFOLWK-STATUS EQUAL '00'
              AND WS-STATUS-LOTE EQUAL '00'
              MOVE SPACES               TO REG-FINTRAN
              MOVE FINFOLWK-CHAVE-FUNC  TO FINTRAN-CHAVE
              MOVE FINFOLWK-VL-CREDITO  TO FINTRAN-VL-TRAN
              MOVE 'C'                  TO FINTRAN-IND-TRAN
              MOVE WS-ID-TRAN-LOTE      TO FINTRAN-ID-TRAN
              MOVE WS-HDR-DT-PAGAMENTO  TO FINTRAN-DT-EFETIVA
              MOVE WS-LOTE-MOEDA        TO FINTRAN-COD-MOEDA
              WRITE REG-FINTRNC FROM REG-FINTRAN
              IF WS-FS-FINTRNC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINTRNC - FILE STATUS = '
                        WS-FS-FINTRNC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              ADD 1                   TO WS-QTD-CREDITADOS-LOTE
                                         WS-QTD-CREDITOS
              ADD FINFOLWK-VL-CREDITO TO WS-VL-CREDITADO-LOTE
           END-IF

           IF WS-STATUS-LOTE EQUAL '92'
              MOVE FINFOLWK-DETALHE TO REG-FINFOLHA
              PERFORM P7000-GRAVA-PENDENTE
           END-IF

           PERFORM P6200-GRAVA-RETORNO-DETALHE

           .

      *-----------------------------------------------------------------
       P6000-DESCREVE-STATUS SECTION.
      * Descricao, para o retorno, do codigo em WS-STATUS-DEVOLVIDO.
      *-----------------------------------------------------------------

           EVALUATE WS-STATUS-DEVOLVIDO
               WHEN '00'
                    MOVE 'CREDITO EFETUADO'         TO WS-DESC-STATUS
               WHEN '01'
                    MOVE 'CHAVE DA CONTA INVALIDA'  TO WS-DESC-STATUS
               WHEN '02'
                    MOVE 'CONTA INEXISTENTE'        TO WS-DESC-STATUS
               WHEN '03'
                    MOVE 'CONTA INATIVA'            TO WS-DESC-STATUS
               WHEN '04'
                    MOVE 'MOEDA DA CONTA DIVERGENTE' TO WS-DESC-STATUS
               WHEN '05'
                    MOVE 'FUNCIONARIO REPETIDO NO LOTE'
                                                    TO WS-DESC-STATUS
               WHEN '06'
                    MOVE 'VALOR DO CREDITO INVALIDO' TO WS-DESC-STATUS
               WHEN '90'
                    MOVE 'LOTE AGENDADO'            TO WS-DESC-STATUS
               WHEN '91'
                    MOVE 'CONTA DA EMPRESA INVALIDA' TO WS-DESC-STATUS
               WHEN '92'
                    MOVE 'LOTE RETIDO - SEM SALDO'  TO WS-DESC-STATUS
               WHEN '93'
                    MOVE 'TRAILER NAO CONFERE'      TO WS-DESC-STATUS
               WHEN '94'
                    MOVE 'MOEDA DA EMPRESA DIVERGENTE'
                                                    TO WS-DESC-STATUS
               WHEN '95'
                    MOVE 'LOTE FORA DE ESTRUTURA'   TO WS-DESC-STATUS
               WHEN '96'
                    MOVE 'LOTE SEM CREDITO VALIDO'  TO WS-DESC-STATUS
               WHEN '97'
                    MOVE 'LOTE RECUSADO - SEM SALDO' TO WS-DESC-STATUS
               WHEN OTHER
                    MOVE SPACES                     TO WS-DESC-STATUS
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P6100-GRAVA-RETORNO-HEADER SECTION.
      *-----------------------------------------------------------------

           MOVE WS-STATUS-LOTE TO WS-STATUS-DEVOLVIDO
           PERFORM P6000-DESCREVE-STATUS

           MOVE SPACES               TO REG-FINFOLRT-HEADER
           MOVE '0'                  TO FINFOLRT-HDR-TIPO-REG
           MOVE WS-HDR-NR-LOTE       TO FINFOLRT-HDR-NR-LOTE
           MOVE WS-HDR-CHAVE-EMPRESA TO FINFOLRT-HDR-CHAVE-EMPRESA
           MOVE WS-HDR-DT-PAGAMENTO  TO FINFOLRT-HDR-DT-PAGAMENTO
           MOVE WS-DATA-EXECUCAO     TO FINFOLRT-HDR-DT-PROCESSAMENTO
           MOVE WS-STATUS-LOTE       TO FINFOLRT-HDR-STATUS
           MOVE WS-DESC-STATUS       TO FINFOLRT-HDR-DESC-STATUS
           WRITE REG-FINFOLRT-HEADER    END-WRITE
           PERFORM P6500-CONFERE-FINFOLRT

           .

      *-----------------------------------------------------------------
       P6200-GRAVA-RETORNO-DETALHE SECTION.
      *-----------------------------------------------------------------

           PERFORM P6000-DESCREVE-STATUS

           MOVE SPACES               TO REG-FINFOLRT-DETALHE
           MOVE '1'                  TO FINFOLRT-DET-TIPO-REG
           MOVE WS-HDR-NR-LOTE       TO FINFOLRT-DET-NR-LOTE
           MOVE FINFOLWK-NR-SEQ      TO FINFOLRT-DET-NR-SEQ
           MOVE FINFOLWK-CHAVE-FUNC  TO FINFOLRT-DET-CHAVE-FUNC
           MOVE FINFOLWK-VL-CREDITO  TO FINFOLRT-DET-VL-CREDITO
           MOVE WS-STATUS-DEVOLVIDO  TO FINFOLRT-DET-STATUS
           MOVE WS-DESC-STATUS       TO FINFOLRT-DET-DESC-STATUS
           WRITE REG-FINFOLRT-DETALHE    END-WRITE
           PERFORM P6500-CONFERE-FINFOLRT

           .

      *-----------------------------------------------------------------
       P6300-GRAVA-RETORNO-TRAILER SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                 TO REG-FINFOLRT-TRAILER
           MOVE '9'                    TO FINFOLRT-TRL-TIPO-REG
           MOVE WS-HDR-NR-LOTE         TO FINFOLRT-TRL-NR-LOTE
           MOVE WS-QTD-CREDITADOS-LOTE TO FINFOLRT-TRL-QTD-CREDITADOS
           MOVE WS-VL-CREDITADO-LOTE   TO FINFOLRT-TRL-VL-CREDITADO
           MOVE WS-QTD-RECUSADOS-LOTE  TO FINFOLRT-TRL-QTD-RECUSADOS
           MOVE WS-ID-TRAN-LOTE        TO FINFOLRT-TRL-ID-TRAN
           WRITE REG-FINFOLRT-TRAILER    END-WRITE
           PERFORM P6500-CONFERE-FINFOLRT

           .

      *-----------------------------------------------------------------
       P6500-CONFERE-FINFOLRT SECTION.
      *-----------------------------------------------------------------

           IF WS-FS-FINFOLRT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFOLRT - FILE STATUS = '
                     WS-FS-FINFOLRT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-PENDENTE SECTION.
      * Copia o registro posto em REG-FINFOLHA para o .pnd, que vira o
      * FINFOLHA.dat do proximo ciclo.
      *-----------------------------------------------------------------

           WRITE REG-FINFOLPN FROM REG-FINFOLHA
           IF WS-FS-FINFOLPN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINFOLHA.pnd - FILE STATUS = '
                     WS-FS-FINFOLPN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-PENDENTES

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
           DISPLAY 'PROGRAMA FINPB162 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'

           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Fecha os arquivos e troca o arquivo de folha ja tratado pelos
      * lotes retidos e agendados (.pnd); sem lote pendente, o
      * FINFOLHA.dat e apenas descartado.
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           IF FINFOLHA-EXISTE
              CLOSE FINFOLHA
                    FINSLD-CONSULTA
                    FINTRAN
                    FINTRNC
                    FINFOLRT
                    FINFOLPN
                    FINFLDUP

              MOVE 'FINFOLHA.dat' TO WS-ARQ-DESTINO
              CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
              MOVE 'FINFOLHA.pnd' TO WS-ARQ-ORIGEM
              IF WS-QTD-PENDENTES > ZEROS
                 CALL 'CBL_RENAME_FILE' USING WS-ARQ-ORIGEM
                                              WS-ARQ-DESTINO
              ELSE
                 CALL 'CBL_DELETE_FILE' USING WS-ARQ-ORIGEM
              END-IF

              MOVE 'FINFOLWK.wrk' TO WS-ARQ-DESTINO
              CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
              MOVE 'FINFLDUP.wrk' TO WS-ARQ-DESTINO
              CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
           END-IF

      *    Contadores do passo tambem vao para o log persistente de
      *    execucao, para a consulta do FINJBCON.
           MOVE 'FINPB162 FOLHA DE PAGAMENTO' TO WS-LOG-PASSO
           MOVE WS-QTD-LIDOS    TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-CREDITOS TO WS-LOG-QTD-GRAVADOS
           PERFORM P9700-GRAVA-JBLOG

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB162 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD REGISTROS LIDOS         - ' WS-QTD-LIDOS
           DISPLAY 'QTD LOTES LIDOS             - ' WS-QTD-LOTES
           DISPLAY 'QTD LOTES ACEITOS           - ' WS-QTD-LOTES-ACEITOS
           DISPLAY 'QTD LOTES RETIDOS (SALDO)   - ' WS-QTD-LOTES-RETIDOS
           DISPLAY 'QTD LOTES AGENDADOS         - '
                   WS-QTD-LOTES-AGENDADOS
           DISPLAY 'QTD LOTES RECUSADOS         - '
                   WS-QTD-LOTES-RECUSADOS
           DISPLAY 'QTD CREDITOS RETIDOS        - ' WS-QTD-CREDITOS
           DISPLAY 'QTD FUNCIONARIOS RECUSADOS  - '
                   WS-QTD-FUNC-RECUSADOS
           DISPLAY 'VALOR TOTAL DEBITADO        - '
                   WS-VL-TOTAL-DEBITADO
           IF WS-QTD-FORA-LOTE > ZEROS
              DISPLAY 'AVISO - REGISTROS FORA DE LOTE IGNORADOS - '
                      WS-QTD-FORA-LOTE
           END-IF
           DISPLAY '***************************************************'

           .
