      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : DIARIO CONTABIL EM PARTIDAS DOBRADAS A PARTIR DOS
      *              MOVIMENTOS DO DIA (FINSLDA), ATUALIZACAO DO RAZAO
      *              E BALANCETE DIARIO POR CONTA CONTABIL.
      *              ARQUIVOS DE ENTRADA: FINSLDA - MOVIMENTOS APLICADOS
      *                                            NO DIA (FINPB100)
      *                                   FINSLDS - SALDOS (TIPO DE
      *                                            CONTA E MOEDA)
      *                                   FINROTC - ROTEIRO CONTABIL
      *                                            (FINRCMNT)
      *                                   FINPLCT - PLANO DE CONTAS
      *                                            (FINPCMNT)
      *              ARQUIVO DE ATUALIZ.: FINRAZS - SALDOS DO RAZAO POR
      *                                            CONTA CONTABIL+MOEDA
      *              ARQUIVOS DE SAIDA  : FINDIAR - DIARIO (PARTIDAS)
      *                                   FINBALC - BALANCETE (LINHAS
      *                                            IMPRESSAS)
      *                                   FINJBLOG - LOG DE EXECUCAO
      *
      * ESPECIFICAÇÃO
      * Substitui, para a contabilidade, o extrato FINGL do FINPB100
      * (uma linha por agencia, conta 100000 + AGENCIA), que continua
      * sendo gerado para a interface antiga.
      * Cada movimento de FINSLDA gera um lancamento com duas partidas
      * de mesmo valor: uma a DEBITO e outra a CREDITO, nas contas do
      * roteiro contabil (FINROTC). A regra e escolhida por
      *   ORIGEM   classe do movimento, derivada da faixa do ID-TRAN e,
      *            fora das faixas internas, do COD-ORIGEM:
      *            CA 8.900.000.000 camara recebida / 9.600.000.000
      *               liquidacao da camara enviada
      *            JU 9.000.000.000-9.049.999.999 juros creditados /
      *               9.200.000.000 juros de cheque especial
      *            IR 9.050.000.000-9.099.999.999 IR retido /
      *               9.900.000.000 perna 3 (IR do resgate CDB)
      *            TA 9.100.000.000 tarifas
      *            EM 8.600.000.000-8.799.999.999 emprestimos /
      *               9.700.000.000 multa de parcela em atraso
      *            AJ 8.800.000.000 ajustes manuais
      *            OR 8.000.000.000-8.499.999.999 ordens permanentes
      *            TR 8.500.000.000 transferencias
      *            BJ 9.500.000.000 bloqueio judicial
      *            CD 9.900.000.000 aplicacao/resgate CDB (pernas 1 e
      *               2)
      *            BA 9.400.000.000 caixa (FINTLMNT) / COD-ORIGEM '01' a
      *               '04' (servidores de agencia - balcao)
      *            OU demais
      *   INDICADOR do movimento (D, C, J, F)
      *   TIPO DA CONTA e MOEDA, lidos de FINSLDS (espacos = '1' e
      *            'BRL')
      * na ordem: regra exata, TIPO '*', MOEDA '***', TIPO '*' e MOEDA
      * '***'. Um lado e a conta do cliente (depositos) e o outro a
      * conta de controle (camara, caixa, receita, despesa...).
      * Sem regra, as duas partidas vao para a conta transitoria
      * 999999 (motivo R); conta da regra fora do plano de contas leva
      * so aquela partida para a 999999 (motivo P). Roteiro ou plano
      * ausentes equivalem a nenhuma regra/nenhuma conta. As partidas
      * em transitoria sao listadas ao final do balancete para a
      * contabilidade regularizar.
      * Razao (FINRAZS): um registro por conta+moeda com saldo do dia
      * anterior, debitos e creditos do dia e saldo atual (positivo =
      * devedor, negativo = credor). Na primeira leitura do dia o
      * saldo atual passa a saldo anterior; se o registro ja estiver
      * com a data do dia (reexecucao), os debitos/creditos sao
      * zerados e refeitos a partir do saldo anterior, sem duplicar.
      * Balancete (FINBALC): uma linha por conta+moeda com saldo ou
      * movimento, seguida da conferencia por moeda: total movimentado
      * em FINSLDA, debitos e creditos do razao e soma dos saldos.
      * O dia esta DESBALANCEADO se, em alguma moeda, debitos <>
      * creditos, debitos <> total de FINSLDA ou a soma dos saldos do
      * razao <> zero. Nesse caso o passo e gravado em FINJBLOG com
      * RETURN-CODE 4 e INFO 'DIVERGENTE MOEDA xxx' (marcado pelo
      * FINJBCON), mas o programa termina com 0 para o ciclo seguir.
      * Executado pelo FINPB101 antes da rotacao de geracoes (que leva
      * FINSLDA.dat) e da promocao de FINSLDS.dat.
      ******************************************************************
      * VRS002 - 15/10/2026 - FAIXA 9.400.000.000 DO CAIXA (FINTLMNT)
      *                       CLASSIFICADA COMO 'BA' E PERNA 3 DO CDB
      *                       (IR RETIDO NO RESGATE) COMO 'IR'.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB106.
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
      *    MOVIMENTOS APLICADOS NO DIA - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB245 (VER FD FINSLDA, LA).
           SELECT FINSLDA  ASSIGN TO 'FINSLDA.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDA.
      *    SALDOS - TIPO DE CONTA E MOEDA (READ RANDOM)
      *    MESMA DEFINICAO USADA PELO FINPB130 (VER FD FINSLDS, LA).
           SELECT FINSLDS  ASSIGN TO 'FINSLDS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLDS-CHAVE
                  FILE STATUS IS WS-FS-FINSLDS.
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
           SELECT FINRAZS  ASSIGN TO 'FINRAZS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINRAZS-CHAVE
                  FILE STATUS IS WS-FS-FINRAZS.
      *    DIARIO CONTABIL - SAIDA (WRITE) E RELEITURA DAS PARTIDAS EM
      *    CONTA TRANSITORIA
           SELECT FINDIAR  ASSIGN TO 'FINDIAR.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINDIAR.
      *    BALANCETE - SAIDA (WRITE)
           SELECT FINBALC  ASSIGN TO 'FINBALC.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINBALC.
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
       FD  FINSLDA
           RECORDING MODE IS F
           RECORD CONTAINS 071 CHARACTERS.

       01  REG-FINSLDA.
           03  FINSLDA-CHAVE          PIC  X(017).
           03  FINSLDA-VL-SLD-ANTES   PIC  S9(009)V99.
           03  FINSLDA-VL-TRAN        PIC  9(009)V99.
           03  FINSLDA-IND-TRAN       PIC  X(001).
           03  FINSLDA-VL-SLD-DEPOIS  PIC  S9(009)V99.
           03  FINSLDA-ID-TRAN        PIC  9(010).
           03  FINSLDA-COD-ORIGEM     PIC  X(002).
           03  FINSLDA-COD-OPER       PIC  X(008).
      *
       FD  FINSLDS
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLDS.
           03  FINSLDS-CHAVE          PIC  X(017).
           03  FINSLDS-VL-SLD         PIC  S9(009)V99.
           03  FINSLDS-STATUS         PIC  X(001).
           03  FINSLDS-IND-LIMITE     PIC  X(001).
           03  FINSLDS-VL-LIMITE      PIC  9(009)V99.
           03  FINSLDS-COD-MOEDA      PIC  X(003).
           03  FINSLDS-TIPO-CONTA     PIC  X(001).
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
      *    DATA DO ULTIMO DIARIO QUE ATUALIZOU O REGISTRO
           03  FINRAZS-DT-MOVTO       PIC  9(008).
      *    SALDOS: POSITIVO = DEVEDOR, NEGATIVO = CREDOR
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
      *    NUMERO DO LANCAMENTO NO DIA (O MESMO NAS DUAS PARTIDAS)
           03  FINDIAR-NR-LANC        PIC  9(009).
      *    'D' = PARTIDA A DEBITO, 'C' = PARTIDA A CREDITO
           03  FINDIAR-IND-DC         PIC  X(001).
           03  FINDIAR-CONTA          PIC  9(006).
           03  FINDIAR-COD-MOEDA      PIC  X(003).
           03  FINDIAR-VL             PIC  9(011)V99.
      *    ORIGEM DO LANCAMENTO: CONTA DO CLIENTE E MOVIMENTO
           03  FINDIAR-CHAVE-CONTA    PIC  X(017).
           03  FINDIAR-ID-TRAN        PIC  9(010).
           03  FINDIAR-ORIGEM         PIC  X(002).
           03  FINDIAR-IND-TRAN       PIC  X(001).
      *    CONTA TRANSITORIA: ' '=NAO  'R'=SEM REGRA NO ROTEIRO
      *    'P'=CONTA DA REGRA FORA DO PLANO
           03  FINDIAR-IND-SUSPENSE   PIC  X(001).
           03  FILLER                 PIC  X(009).
      *
       FD  FINBALC
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINBALC                PIC  X(132).
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB106'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLDA          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINROTC          PIC X(002)  VALUE '00'.
           05  WS-FS-FINPLCT          PIC X(002)  VALUE '00'.
           05  WS-FS-FINRAZS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINDIAR          PIC X(002)  VALUE '00'.
           05  WS-FS-FINBALC          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDOS           PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-LANCAMENTOS     PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-PARTIDAS        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-SUSPENSE        PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-VALOR-ZERO      PIC 9(009)  VALUE ZEROS.
           05  WS-QTD-CONTAS-RAZAO    PIC 9(009)  VALUE ZEROS.
      *
           05  WS-FIM-FINSLDA-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDA                VALUE 'S'.
           05  WS-FIM-FINRAZS-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINRAZS                VALUE 'S'.
           05  WS-FIM-FINDIAR-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINDIAR                VALUE 'S'.
      *    FINSLDA AUSENTE = DIA SEM MOVIMENTO
           05  WS-FINSLDA-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINSLDA-EXISTE             VALUE 'S'.
      *    ROTEIRO/PLANO AUSENTES = TUDO EM CONTA TRANSITORIA
           05  WS-FINROTC-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINROTC-EXISTE             VALUE 'S'.
           05  WS-FINPLCT-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINPLCT-EXISTE             VALUE 'S'.
           05  WS-REGRA-ENCONTRADA-SW PIC X(001)  VALUE 'N'.
              88  REGRA-ENCONTRADA           VALUE 'S'.
           05  WS-CONTA-NO-PLANO-SW   PIC X(001)  VALUE 'N'.
              88  CONTA-NO-PLANO             VALUE 'S'.
           05  WS-DESBALANCEADO-SW    PIC X(001)  VALUE 'N'.
              88  DIARIO-DESBALANCEADO       VALUE 'S'.
           05  WS-MOEDA-DIVERGENTE-SW PIC X(001)  VALUE 'N'.
              88  MOEDA-DIVERGENTE           VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-NR-LANC             PIC 9(009)  VALUE ZEROS.
      *
      *    CONTA TRANSITORIA/SUSPENSE DO DIARIO
           05  WS-CONTA-SUSPENSE      PIC 9(006)  VALUE 999999.
      *
      *    CLASSIFICACAO DO MOVIMENTO CORRENTE
           05  WS-ORIGEM              PIC X(002)  VALUE SPACES.
           05  WS-TIPO-CONTA          PIC X(001)  VALUE SPACES.
           05  WS-COD-MOEDA           PIC X(003)  VALUE SPACES.
           05  WS-CONTA-DEBITO        PIC 9(006)  VALUE ZEROS.
           05  WS-CONTA-CREDITO       PIC 9(006)  VALUE ZEROS.
           05  WS-SUSP-DEBITO         PIC X(001)  VALUE SPACES.
           05  WS-SUSP-CREDITO        PIC X(001)  VALUE SPACES.
           05  WS-CONTA-VALIDAR       PIC 9(006)  VALUE ZEROS.
      *
      *    PARTIDA EM GRAVACAO (P3000-GRAVA-PARTIDA)
           05  WS-PTD-IND-DC          PIC X(001)  VALUE SPACES.
           05  WS-PTD-CONTA           PIC 9(006)  VALUE ZEROS.
           05  WS-PTD-SUSPENSE        PIC X(001)  VALUE SPACES.
      *
           05  WS-VL-DIFERENCA        PIC S9(013)V99 VALUE ZEROS.
           05  WS-MOEDA-DIVERGENTE    PIC X(003)  VALUE SPACES.
           05  WS-QTD-DISP            PIC ZZZ.ZZZ.ZZ9.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    TOTAIS DE CONFERENCIA POR MOEDA
       01  WS-TAB-MOEDAS.
           05  WS-QTD-MOEDAS          PIC 9(003)  VALUE ZEROS.
           05  WS-MOEDA OCCURS 20 TIMES
                        INDEXED BY WS-IDX-MOE.
               10  WS-MOE-COD-MOEDA   PIC X(003).
      *        TOTAL DOS MOVIMENTOS DE FINSLDA NA MOEDA
               10  WS-MOE-VL-MOVTO    PIC 9(013)V99.
      *        DEBITOS E CREDITOS DO DIA SOMADOS NO RAZAO
               10  WS-MOE-VL-DEBITO   PIC 9(013)V99.
               10  WS-MOE-VL-CREDITO  PIC 9(013)V99.
      *        SOMA DOS SALDOS ATUAIS (DEVE SER ZERO)
               10  WS-MOE-VL-SLD      PIC S9(013)V99.
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
           05  WS-LOG-RETCODE         PIC 9(005)  VALUE ZEROS.
           05  WS-LOG-QTD-LIDOS       PIC 9(010)  VALUE ZEROS.
           05  WS-LOG-QTD-GRAVADOS    PIC 9(010)  VALUE ZEROS.
           05  WS-LOG-INFO            PIC X(020)  VALUE SPACES.
           05  WS-LOG-DATA            PIC 9(008)  VALUE ZEROS.
           05  WS-LOG-HORA            PIC 9(008)  VALUE ZEROS.
      *
      *-----------------------------------------------------------------
      * LINHAS DO BALANCETE
      *-----------------------------------------------------------------
       01  WS-LINHA-CONTA.
           05  WS-LIN-CT-CONTA        PIC 9(006).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CT-DESCRICAO    PIC X(025).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CT-MOEDA        PIC X(003).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CT-SLD-ANT      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-LIN-CT-DC-ANT       PIC X(001).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CT-DEBITO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CT-CREDITO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-CT-SLD          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-LIN-CT-DC-SLD       PIC X(001).
      *
       01  WS-LINHA-MOEDA.
           05  FILLER                 PIC X(006)  VALUE 'MOEDA '.
           05  WS-LIN-MOE-MOEDA       PIC X(003).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOE-MOVTO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOE-DEBITO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOE-CREDITO     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-MOE-SLD         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-LIN-MOE-DC-SLD      PIC X(001).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-MOE-SITUACAO    PIC X(020).
      *
       01  WS-LINHA-SUSPENSE.
           05  WS-LIN-SUS-NR-LANC     PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-IND-DC      PIC X(001).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-CHAVE       PIC X(017).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-ID-TRAN     PIC 9(010).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-ORIGEM      PIC X(002).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-IND-TRAN    PIC X(001).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-VL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-SUS-MOEDA       PIC X(003).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-SUS-MOTIVO      PIC X(035).
      *
       01  WS-LINHA-SEPARADOR        PIC X(122)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-GERA-DIARIO
           PERFORM P5000-IMPRIME-BALANCETE
           PERFORM P6000-CONFERE-MOEDAS
           PERFORM P6500-LISTA-TRANSITORIA
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINSLDA
           EVALUATE WS-FS-FINSLDA
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINSLDA-EXISTE-SW
                    MOVE 'S' TO WS-FIM-FINSLDA-SW
                    DISPLAY 'AVISO - FINSLDA AUSENTE - DIA SEM '
                            'MOVIMENTO'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDA - FILE STATUS = '
                           WS-FS-FINSLDA
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINSLDS
           IF WS-FS-FINSLDS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLDS - FILE STATUS = '
                     WS-FS-FINSLDS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINROTC
           EVALUATE WS-FS-FINROTC
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINROTC-EXISTE-SW
                    DISPLAY 'AVISO - ROTEIRO CONTABIL (FINROTC) AUSENTE'
                            ' - LANCAMENTOS EM CONTA TRANSITORIA'
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
                    DISPLAY 'AVISO - PLANO DE CONTAS (FINPLCT) AUSENTE'
                            ' - LANCAMENTOS EM CONTA TRANSITORIA'
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINPLCT - FILE STATUS = '
                           WS-FS-FINPLCT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINDIAR
           IF WS-FS-FINDIAR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINDIAR - FILE STATUS = '
                     WS-FS-FINDIAR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN OUTPUT FINBALC
           IF WS-FS-FINBALC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINBALC - FILE STATUS = '
                     WS-FS-FINBALC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM P0500-PREPARA-RAZAO

           .

      *-----------------------------------------------------------------
       P0500-PREPARA-RAZAO SECTION.
      * Abre o razao (criado na primeira execucao) e abre o dia em
      * todas as contas: saldo atual vira saldo anterior; se a conta ja
      * tem a data do dia (reexecucao do passo), volta ao saldo
      * anterior, para os lancamentos serem refeitos sem duplicar.
      *-----------------------------------------------------------------

           MOVE 'P0500-PREPARA-RAZAO' TO WS-NOM-PARAGRAFO

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

           MOVE 'N'        TO WS-FIM-FINRAZS-SW
           MOVE LOW-VALUES TO FINRAZS-CHAVE
           START FINRAZS KEY NOT LESS THAN FINRAZS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINRAZS-SW
           END-START

           PERFORM UNTIL FIM-FINRAZS
              READ FINRAZS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINRAZS-SW
                 NOT AT END
                    IF FINRAZS-DT-MOVTO NOT EQUAL WS-DATA-EXECUCAO
                       MOVE FINRAZS-VL-SLD   TO FINRAZS-VL-SLD-ANTERIOR
                       MOVE WS-DATA-EXECUCAO TO FINRAZS-DT-MOVTO
                    END-IF
                    MOVE ZEROS TO FINRAZS-VL-DEBITO
                                  FINRAZS-VL-CREDITO
                    MOVE FINRAZS-VL-SLD-ANTERIOR TO FINRAZS-VL-SLD
                    REWRITE REG-FINRAZS
                    IF WS-FS-FINRAZS NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - REWRITE FINRAZS - FILE STATUS = '
                              WS-FS-FINRAZS
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1000-GERA-DIARIO SECTION.
      * Le os movimentos do dia e gera o lancamento de cada um.
      *-----------------------------------------------------------------

           MOVE 'P1000-GERA-DIARIO' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINSLDA
              READ FINSLDA
                 AT END
                    MOVE 'S' TO WS-FIM-FINSLDA-SW
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P2000-TRATA-MOVIMENTO
              END-READ
           END-PERFORM

           IF WS-FS-FINSLDA NOT EQUAL '00' AND '10'
              AND FINSLDA-EXISTE
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLDA - FILE STATUS = '
                     WS-FS-FINSLDA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINDIAR

           .

      *-----------------------------------------------------------------
       P2000-TRATA-MOVIMENTO SECTION.
      * Classifica o movimento, escolhe as contas pelo roteiro e grava
      * a partida a debito e a partida a credito.
      *-----------------------------------------------------------------

           IF FINSLDA-VL-TRAN EQUAL ZEROS
              ADD 1 TO WS-QTD-VALOR-ZERO
              EXIT SECTION
           END-IF

      *    Tipo de conta e moeda do cliente
           MOVE '1'   TO WS-TIPO-CONTA
           MOVE 'BRL' TO WS-COD-MOEDA
           MOVE FINSLDA-CHAVE TO FINSLDS-CHAVE
           READ FINSLDS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FINSLDS-TIPO-CONTA NOT EQUAL SPACES
                    MOVE FINSLDS-TIPO-CONTA TO WS-TIPO-CONTA
                 END-IF
                 IF FINSLDS-COD-MOEDA NOT EQUAL SPACES
                    MOVE FINSLDS-COD-MOEDA TO WS-COD-MOEDA
                 END-IF
           END-READ
           IF WS-FS-FINSLDS NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINSLDS - FILE STATUS = '
                     WS-FS-FINSLDS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM P2100-CLASSIFICA-ORIGEM
           PERFORM P2200-PROCURA-REGRA

           MOVE SPACES TO WS-SUSP-DEBITO
                          WS-SUSP-CREDITO
           IF REGRA-ENCONTRADA
              MOVE FINROTC-CONTA-DEBITO  TO WS-CONTA-DEBITO
              MOVE FINROTC-CONTA-CREDITO TO WS-CONTA-CREDITO

              MOVE WS-CONTA-DEBITO TO WS-CONTA-VALIDAR
              PERFORM P2300-VALIDA-CONTA
              IF NOT CONTA-NO-PLANO
                 MOVE WS-CONTA-SUSPENSE TO WS-CONTA-DEBITO
                 MOVE 'P'               TO WS-SUSP-DEBITO
              END-IF

              MOVE WS-CONTA-CREDITO TO WS-CONTA-VALIDAR
              PERFORM P2300-VALIDA-CONTA
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

           ADD 1 TO WS-NR-LANC
           ADD 1 TO WS-QTD-LANCAMENTOS

           PERFORM P4800-LOCALIZA-MOEDA
           ADD FINSLDA-VL-TRAN TO WS-MOE-VL-MOVTO(WS-IDX-MOE)

           MOVE 'D'             TO WS-PTD-IND-DC
           MOVE WS-CONTA-DEBITO TO WS-PTD-CONTA
           MOVE WS-SUSP-DEBITO  TO WS-PTD-SUSPENSE
           PERFORM P3000-GRAVA-PARTIDA

           MOVE 'C'              TO WS-PTD-IND-DC
           MOVE WS-CONTA-CREDITO TO WS-PTD-CONTA
           MOVE WS-SUSP-CREDITO  TO WS-PTD-SUSPENSE
           PERFORM P3000-GRAVA-PARTIDA

           .

      *-----------------------------------------------------------------
       P2100-CLASSIFICA-ORIGEM SECTION.
      * Classe de origem do movimento pela faixa do ID-TRAN (movimentos
      * gerados pelo proprio sistema) ou, fora delas, pelo COD-ORIGEM
      * carimbado pelo FINPB105 nos extratos das agencias.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FINSLDA-ID-TRAN >= 8000000000
                AND FINSLDA-ID-TRAN <= 8499999999
                    MOVE 'OR' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 8500000000
                AND FINSLDA-ID-TRAN <= 8599999999
                    MOVE 'TR' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 8600000000
                AND FINSLDA-ID-TRAN <= 8799999999
                    MOVE 'EM' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 8800000000
                AND FINSLDA-ID-TRAN <= 8899999999
                    MOVE 'AJ' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 8900000000
                AND FINSLDA-ID-TRAN <= 8999999999
                    MOVE 'CA' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9000000000
                AND FINSLDA-ID-TRAN <= 9049999999
                    MOVE 'JU' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9050000000
                AND FINSLDA-ID-TRAN <= 9099999999
                    MOVE 'IR' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9100000000
                AND FINSLDA-ID-TRAN <= 9199999999
                    MOVE 'TA' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9200000000
                AND FINSLDA-ID-TRAN <= 9299999999
                    MOVE 'JU' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9400000000
                AND FINSLDA-ID-TRAN <= 9499999999
                    MOVE 'BA' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9500000000
                AND FINSLDA-ID-TRAN <= 9599999999
                    MOVE 'BJ' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9600000000
                AND FINSLDA-ID-TRAN <= 9699999999
                    MOVE 'CA' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9700000000
                AND FINSLDA-ID-TRAN <= 9799999999
                    MOVE 'EM' TO WS-ORIGEM
      *        Perna 3 da aplicacao CDB = IR retido no resgate
               WHEN FINSLDA-ID-TRAN >= 9900000000
                AND FUNCTION MOD(FINSLDA-ID-TRAN, 10) = 3
                    MOVE 'IR' TO WS-ORIGEM
               WHEN FINSLDA-ID-TRAN >= 9900000000
                    MOVE 'CD' TO WS-ORIGEM
               WHEN FINSLDA-COD-ORIGEM EQUAL '01' OR '02' OR '03'
                                          OR '04'
                    MOVE 'BA' TO WS-ORIGEM
               WHEN OTHER
                    MOVE 'OU' TO WS-ORIGEM
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2200-PROCURA-REGRA SECTION.
      * Procura a regra do roteiro: exata, TIPO '*', MOEDA '***' e por
      * fim TIPO '*' com MOEDA '***'.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-REGRA-ENCONTRADA-SW
           IF NOT FINROTC-EXISTE
              EXIT SECTION
           END-IF

           MOVE WS-ORIGEM        TO FINROTC-ORIGEM
           MOVE FINSLDA-IND-TRAN TO FINROTC-IND-TRAN
           MOVE WS-TIPO-CONTA    TO FINROTC-TIPO-CONTA
           MOVE WS-COD-MOEDA     TO FINROTC-COD-MOEDA
           PERFORM P2250-LE-REGRA

           IF NOT REGRA-ENCONTRADA
              MOVE '*'           TO FINROTC-TIPO-CONTA
              MOVE WS-COD-MOEDA  TO FINROTC-COD-MOEDA
              PERFORM P2250-LE-REGRA
           END-IF

           IF NOT REGRA-ENCONTRADA
              MOVE WS-TIPO-CONTA TO FINROTC-TIPO-CONTA
              MOVE '***'         TO FINROTC-COD-MOEDA
              PERFORM P2250-LE-REGRA
           END-IF

           IF NOT REGRA-ENCONTRADA
              MOVE '*'           TO FINROTC-TIPO-CONTA
              MOVE '***'         TO FINROTC-COD-MOEDA
              PERFORM P2250-LE-REGRA
           END-IF

           .

      *-----------------------------------------------------------------
       P2250-LE-REGRA SECTION.
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
       P2300-VALIDA-CONTA SECTION.
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
       P3000-GRAVA-PARTIDA SECTION.
      * Grava a partida no diario e a soma na conta+moeda do razao.
      *-----------------------------------------------------------------

           MOVE SPACES             TO REG-FINDIAR
           MOVE WS-DATA-EXECUCAO   TO FINDIAR-DATA
           MOVE WS-NR-LANC         TO FINDIAR-NR-LANC
           MOVE WS-PTD-IND-DC      TO FINDIAR-IND-DC
           MOVE WS-PTD-CONTA       TO FINDIAR-CONTA
           MOVE WS-COD-MOEDA       TO FINDIAR-COD-MOEDA
           MOVE FINSLDA-VL-TRAN    TO FINDIAR-VL
           MOVE FINSLDA-CHAVE      TO FINDIAR-CHAVE-CONTA
           MOVE FINSLDA-ID-TRAN    TO FINDIAR-ID-TRAN
           MOVE WS-ORIGEM          TO FINDIAR-ORIGEM
           MOVE FINSLDA-IND-TRAN   TO FINDIAR-IND-TRAN
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

           ADD 1 TO WS-QTD-PARTIDAS
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
                    IF WS-PTD-IND-DC EQUAL 'D'
                       ADD FINSLDA-VL-TRAN TO FINRAZS-VL-DEBITO
                    ELSE
                       ADD FINSLDA-VL-TRAN TO FINRAZS-VL-CREDITO
                    END-IF
                    REWRITE REG-FINRAZS
               WHEN '23'
                    MOVE SPACES           TO REG-FINRAZS
                    MOVE WS-PTD-CONTA     TO FINRAZS-CONTA
                    MOVE WS-COD-MOEDA     TO FINRAZS-COD-MOEDA
                    MOVE WS-DATA-EXECUCAO TO FINRAZS-DT-MOVTO
                    MOVE ZEROS            TO FINRAZS-VL-SLD-ANTERIOR
                                             FINRAZS-VL-DEBITO
                                             FINRAZS-VL-CREDITO
                                             FINRAZS-VL-SLD
                    IF WS-PTD-IND-DC EQUAL 'D'
                       MOVE FINSLDA-VL-TRAN TO FINRAZS-VL-DEBITO
                    ELSE
                       MOVE FINSLDA-VL-TRAN TO FINRAZS-VL-CREDITO
                    END-IF
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
       P4800-LOCALIZA-MOEDA SECTION.
      * Posiciona WS-IDX-MOE na moeda WS-COD-MOEDA da tabela de
      * conferencia, incluindo-a se ainda nao existir.
      *-----------------------------------------------------------------

           PERFORM VARYING WS-IDX-MOE FROM 1 BY 1
                     UNTIL WS-IDX-MOE > WS-QTD-MOEDAS
                        OR WS-MOE-COD-MOEDA(WS-IDX-MOE)
                           EQUAL WS-COD-MOEDA
              CONTINUE
           END-PERFORM

           IF WS-IDX-MOE > WS-QTD-MOEDAS
              IF WS-QTD-MOEDAS NOT < 20
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - MAIS DE 20 MOEDAS NO DIARIO CONTABIL'
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              ADD 1 TO WS-QTD-MOEDAS
              SET WS-IDX-MOE TO WS-QTD-MOEDAS
              MOVE WS-COD-MOEDA TO WS-MOE-COD-MOEDA(WS-IDX-MOE)
              MOVE ZEROS        TO WS-MOE-VL-MOVTO(WS-IDX-MOE)
                                   WS-MOE-VL-DEBITO(WS-IDX-MOE)
                                   WS-MOE-VL-CREDITO(WS-IDX-MOE)
                                   WS-MOE-VL-SLD(WS-IDX-MOE)
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-IMPRIME-BALANCETE SECTION.
      * Fecha o dia no razao (saldo atual = anterior + debitos -
      * creditos) e imprime uma linha por conta+moeda com saldo ou
      * movimento, somando os totais de conferencia por moeda.
      *-----------------------------------------------------------------

           MOVE 'P5000-IMPRIME-BALANCETE' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINBALC
           STRING 'BALANCETE DIARIO POR CONTA CONTABIL - DATA '
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINBALC
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBALC
           STRING 'CONTA  DESCRICAO                 MOE'
                  '       SALDO ANTERIOR              DEBITOS'
                  '             CREDITOS          SALDO ATUAL'
                  DELIMITED BY SIZE  INTO REG-FINBALC
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-LINHA-SEPARADOR TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA

           MOVE 'N'        TO WS-FIM-FINRAZS-SW
           MOVE LOW-VALUES TO FINRAZS-CHAVE
           START FINRAZS KEY NOT LESS THAN FINRAZS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINRAZS-SW
           END-START

           PERFORM UNTIL FIM-FINRAZS
              READ FINRAZS NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINRAZS-SW
                 NOT AT END
                    PERFORM P5500-TRATA-CONTA-RAZAO
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5500-TRATA-CONTA-RAZAO SECTION.
      *-----------------------------------------------------------------

           COMPUTE FINRAZS-VL-SLD = FINRAZS-VL-SLD-ANTERIOR
                                  + FINRAZS-VL-DEBITO
                                  - FINRAZS-VL-CREDITO
           REWRITE REG-FINRAZS
           IF WS-FS-FINRAZS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINRAZS - FILE STATUS = '
                     WS-FS-FINRAZS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE FINRAZS-COD-MOEDA TO WS-COD-MOEDA
           PERFORM P4800-LOCALIZA-MOEDA
           ADD FINRAZS-VL-DEBITO  TO WS-MOE-VL-DEBITO(WS-IDX-MOE)
           ADD FINRAZS-VL-CREDITO TO WS-MOE-VL-CREDITO(WS-IDX-MOE)
           ADD FINRAZS-VL-SLD     TO WS-MOE-VL-SLD(WS-IDX-MOE)

           IF FINRAZS-VL-SLD-ANTERIOR EQUAL ZEROS
              AND FINRAZS-VL-DEBITO   EQUAL ZEROS
              AND FINRAZS-VL-CREDITO  EQUAL ZEROS
              AND FINRAZS-VL-SLD      EQUAL ZEROS
              EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-CONTAS-RAZAO

           MOVE FINRAZS-CONTA TO WS-LIN-CT-CONTA
           MOVE SPACES        TO WS-LIN-CT-DESCRICAO
           IF FINPLCT-EXISTE
              MOVE FINRAZS-CONTA TO FINPLCT-CONTA
              READ FINPLCT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FINPLCT-DESCRICAO TO WS-LIN-CT-DESCRICAO
              END-READ
           END-IF
           IF WS-LIN-CT-DESCRICAO EQUAL SPACES
              IF FINRAZS-CONTA EQUAL WS-CONTA-SUSPENSE
                 MOVE 'CONTA TRANSITORIA/SUSPENSE'
                   TO WS-LIN-CT-DESCRICAO
              ELSE
                 MOVE '*** CONTA FORA DO PLANO ***'
                   TO WS-LIN-CT-DESCRICAO
              END-IF
           END-IF

           MOVE FINRAZS-COD-MOEDA       TO WS-LIN-CT-MOEDA
           MOVE FINRAZS-VL-SLD-ANTERIOR TO WS-LIN-CT-SLD-ANT
           IF FINRAZS-VL-SLD-ANTERIOR < ZEROS
              MOVE 'C' TO WS-LIN-CT-DC-ANT
           ELSE
              MOVE 'D' TO WS-LIN-CT-DC-ANT
           END-IF
           MOVE FINRAZS-VL-DEBITO       TO WS-LIN-CT-DEBITO
           MOVE FINRAZS-VL-CREDITO      TO WS-LIN-CT-CREDITO
           MOVE FINRAZS-VL-SLD          TO WS-LIN-CT-SLD
           IF FINRAZS-VL-SLD < ZEROS
              MOVE 'C' TO WS-LIN-CT-DC-SLD
           ELSE
              MOVE 'D' TO WS-LIN-CT-DC-SLD
           END-IF
           MOVE WS-LINHA-CONTA TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6000-CONFERE-MOEDAS SECTION.
      * Conferencia por moeda: total de FINSLDA, debitos e creditos do
      * razao e soma dos saldos. Liga DIARIO-DESBALANCEADO na primeira
      * moeda divergente.
      *-----------------------------------------------------------------

           MOVE 'P6000-CONFERE-MOEDAS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINBALC
           STRING 'CONFERENCIA      MOVIMENTO FINSLDA'
                  '              DEBITOS             CREDITOS'
                  '      SOMA DOS SALDOS  SITUACAO'
                  DELIMITED BY SIZE  INTO REG-FINBALC
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           PERFORM VARYING WS-IDX-MOE FROM 1 BY 1
                     UNTIL WS-IDX-MOE > WS-QTD-MOEDAS
              MOVE 'N' TO WS-MOEDA-DIVERGENTE-SW
              IF WS-MOE-VL-DEBITO(WS-IDX-MOE)
                 NOT EQUAL WS-MOE-VL-CREDITO(WS-IDX-MOE)
                 OR WS-MOE-VL-DEBITO(WS-IDX-MOE)
                 NOT EQUAL WS-MOE-VL-MOVTO(WS-IDX-MOE)
                 OR WS-MOE-VL-SLD(WS-IDX-MOE) NOT EQUAL ZEROS
                 MOVE 'S' TO WS-MOEDA-DIVERGENTE-SW
              END-IF

              MOVE WS-MOE-COD-MOEDA(WS-IDX-MOE)  TO WS-LIN-MOE-MOEDA
              MOVE WS-MOE-VL-MOVTO(WS-IDX-MOE)   TO WS-LIN-MOE-MOVTO
              MOVE WS-MOE-VL-DEBITO(WS-IDX-MOE)  TO WS-LIN-MOE-DEBITO
              MOVE WS-MOE-VL-CREDITO(WS-IDX-MOE) TO WS-LIN-MOE-CREDITO
              MOVE WS-MOE-VL-SLD(WS-IDX-MOE)     TO WS-LIN-MOE-SLD
              IF WS-MOE-VL-SLD(WS-IDX-MOE) < ZEROS
                 MOVE 'C' TO WS-LIN-MOE-DC-SLD
              ELSE
                 MOVE 'D' TO WS-LIN-MOE-DC-SLD
              END-IF

              IF MOEDA-DIVERGENTE
                 MOVE '*** DIVERGENCIA ***' TO WS-LIN-MOE-SITUACAO
                 IF NOT DIARIO-DESBALANCEADO
                    MOVE 'S' TO WS-DESBALANCEADO-SW
                    MOVE WS-MOE-COD-MOEDA(WS-IDX-MOE)
                      TO WS-MOEDA-DIVERGENTE
                    IF WS-MOE-VL-DEBITO(WS-IDX-MOE)
                       NOT EQUAL WS-MOE-VL-CREDITO(WS-IDX-MOE)
                       COMPUTE WS-VL-DIFERENCA =
                               WS-MOE-VL-DEBITO(WS-IDX-MOE)
                             - WS-MOE-VL-CREDITO(WS-IDX-MOE)
                    ELSE
                       IF WS-MOE-VL-SLD(WS-IDX-MOE) NOT EQUAL ZEROS
                          MOVE WS-MOE-VL-SLD(WS-IDX-MOE)
                            TO WS-VL-DIFERENCA
                       ELSE
                          COMPUTE WS-VL-DIFERENCA =
                                  WS-MOE-VL-DEBITO(WS-IDX-MOE)
                                - WS-MOE-VL-MOVTO(WS-IDX-MOE)
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 MOVE 'OK'                  TO WS-LIN-MOE-SITUACAO
              END-IF
              MOVE WS-LINHA-MOEDA TO REG-FINBALC
              PERFORM P7000-GRAVA-LINHA
           END-PERFORM

           IF WS-QTD-MOEDAS EQUAL ZEROS
              MOVE SPACES TO REG-FINBALC
              STRING 'NENHUM MOVIMENTO NO DIA E RAZAO SEM CONTAS'
                     DELIMITED BY SIZE  INTO REG-FINBALC
              END-STRING
              PERFORM P7000-GRAVA-LINHA
           END-IF

           MOVE WS-LINHA-SEPARADOR TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA
           IF DIARIO-DESBALANCEADO
              MOVE WS-VL-DIFERENCA TO WS-LIN-MOE-SLD
              MOVE SPACES TO REG-FINBALC
              STRING '*** DIVERGENCIA *** DIARIO DESBALANCEADO NA '
                     'MOEDA ' WS-MOEDA-DIVERGENTE
                     ' - DIFERENCA ' WS-LIN-MOE-SLD
                     DELIMITED BY SIZE  INTO REG-FINBALC
              END-STRING
           ELSE
              MOVE SPACES TO REG-FINBALC
              STRING 'DIARIO BALANCEADO EM TODAS AS MOEDAS'
                     DELIMITED BY SIZE  INTO REG-FINBALC
              END-STRING
           END-IF
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6500-LISTA-TRANSITORIA SECTION.
      * Relê o diario e lista as partidas levadas para a conta
      * transitoria, com o motivo, para regularizacao.
      *-----------------------------------------------------------------

           MOVE 'P6500-LISTA-TRANSITORIA' TO WS-NOM-PARAGRAFO

           MOVE SPACES TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA
           MOVE WS-QTD-SUSPENSE TO WS-QTD-DISP
           MOVE SPACES TO REG-FINBALC
           STRING 'PARTIDAS EM CONTA TRANSITORIA: ' WS-QTD-DISP
                  DELIMITED BY SIZE  INTO REG-FINBALC
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           IF WS-QTD-SUSPENSE EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE SPACES TO REG-FINBALC
           STRING '   LANCTO D/C CONTA CLIENTE     ID-TRAN    OR I'
                  '             VALOR MOE  MOTIVO'
                  DELIMITED BY SIZE  INTO REG-FINBALC
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINDIAR
           IF WS-FS-FINDIAR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINDIAR - FILE STATUS = '
                     WS-FS-FINDIAR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'N' TO WS-FIM-FINDIAR-SW
           PERFORM UNTIL FIM-FINDIAR
              READ FINDIAR
                 AT END
                    MOVE 'S' TO WS-FIM-FINDIAR-SW
                 NOT AT END
                    IF FINDIAR-IND-SUSPENSE NOT EQUAL SPACES
                       PERFORM P6600-IMPRIME-TRANSITORIA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINDIAR

           .

      *-----------------------------------------------------------------
       P6600-IMPRIME-TRANSITORIA SECTION.
      *-----------------------------------------------------------------

           MOVE FINDIAR-NR-LANC       TO WS-LIN-SUS-NR-LANC
           MOVE FINDIAR-IND-DC        TO WS-LIN-SUS-IND-DC
           MOVE FINDIAR-CHAVE-CONTA   TO WS-LIN-SUS-CHAVE
           MOVE FINDIAR-ID-TRAN       TO WS-LIN-SUS-ID-TRAN
           MOVE FINDIAR-ORIGEM        TO WS-LIN-SUS-ORIGEM
           MOVE FINDIAR-IND-TRAN      TO WS-LIN-SUS-IND-TRAN
           MOVE FINDIAR-VL            TO WS-LIN-SUS-VL
           MOVE FINDIAR-COD-MOEDA     TO WS-LIN-SUS-MOEDA
           IF FINDIAR-IND-SUSPENSE EQUAL 'R'
              MOVE 'SEM REGRA NO ROTEIRO CONTABIL'
                TO WS-LIN-SUS-MOTIVO
           ELSE
              MOVE 'CONTA DA REGRA FORA DO PLANO'
                TO WS-LIN-SUS-MOTIVO
           END-IF
           MOVE WS-LINHA-SUSPENSE TO REG-FINBALC
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINBALC    END-WRITE

           IF WS-FS-FINBALC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINBALC - FILE STATUS = '
                     WS-FS-FINBALC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB106 - TERMINO COM ERRO'
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

           IF FINSLDA-EXISTE
              CLOSE FINSLDA
           END-IF
           IF FINROTC-EXISTE
              CLOSE FINROTC
           END-IF
           IF FINPLCT-EXISTE
              CLOSE FINPLCT
           END-IF
           CLOSE FINSLDS
                 FINRAZS
                 FINBALC

           MOVE WS-QTD-LIDOS    TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-PARTIDAS TO WS-LOG-QTD-GRAVADOS
           IF DIARIO-DESBALANCEADO
              MOVE 'FINPB106 DIARIO DESBALANCEADO' TO WS-LOG-PASSO
              MOVE 4                               TO WS-LOG-RETCODE
              MOVE SPACES TO WS-LOG-INFO
              STRING 'DIVERGENTE MOEDA ' WS-MOEDA-DIVERGENTE
                     DELIMITED BY SIZE  INTO WS-LOG-INFO
              END-STRING
           ELSE
              MOVE 'FINPB106 DIARIO CONTABIL'      TO WS-LOG-PASSO
              MOVE ZEROS                           TO WS-LOG-RETCODE
              MOVE SPACES TO WS-LOG-INFO
              STRING 'SUSPENSE ' WS-QTD-SUSPENSE
                     DELIMITED BY SIZE  INTO WS-LOG-INFO
              END-STRING
           END-IF
           PERFORM P9700-GRAVA-JBLOG

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB106 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO       - ' WS-DATA-EXECUCAO
           DISPLAY 'QTD MOVIMENTOS LIDOS        - ' WS-QTD-LIDOS
           DISPLAY 'QTD MOVIMENTOS VALOR ZERO   - ' WS-QTD-VALOR-ZERO
           DISPLAY 'QTD LANCAMENTOS             - ' WS-QTD-LANCAMENTOS
           DISPLAY 'QTD PARTIDAS GRAVADAS       - ' WS-QTD-PARTIDAS
           DISPLAY 'QTD PARTIDAS EM TRANSITORIA - ' WS-QTD-SUSPENSE
           DISPLAY 'QTD CONTAS NO BALANCETE     - ' WS-QTD-CONTAS-RAZAO
           IF DIARIO-DESBALANCEADO
              DISPLAY '*** DIVERGENCIA *** DIARIO DESBALANCEADO NA '
                      'MOEDA ' WS-MOEDA-DIVERGENTE
           END-IF
           DISPLAY '***************************************************'

           MOVE ZEROS TO RETURN-CODE

           .

      *-----------------------------------------------------------------
       P9700-GRAVA-JBLOG SECTION.
      * Grava o registro deste programa no log persistente de execucao
      * (FINJBLOG), com data e hora correntes, no mesmo padrao do
      * FINPB175; dia desbalanceado sai com RETURN-CODE 4 e INFO
      * 'DIVERGENTE', marcado como anormal pelo FINJBCON. Uma falha na
      * gravacao do log NAO derruba o job.
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
              MOVE WS-LOG-RETCODE      TO FINJBLOG-RETCODE
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
