      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : ORQUESTRAR O FECHAMENTO MENSAL: NO ULTIMO DIA UTIL
      *              DO MES, ENCADEIA OS PROCESSOS MENSAIS QUE ANTES
      *              DEPENDIAM DE UM OPERADOR EXECUTA-LOS NA ORDEM
      *              CERTA, CONFERINDO OS PRE-REQUISITOS DE CADA PASSO,
      *              E AO FINAL MARCA O MES COMO FECHADO.
      *              ARQUIVOS DE ENTRADA: FINCALEN - CALENDARIO (VIA
      *                                              SRDIAUTIL)
      *                                   FINDTPRC - DATA LOGICA (VIA
      *                                              SRDATPRC)
      *              ARQUIVOS DE E/S    : FINPERF  - PERIODOS: PASSOS
      *                                              MENSAIS CONCLUIDOS,
      *                                              FECHAMENTOS E
      *                                              REABERTURAS
      *                                   FINJBLOG - LOG DE EXECUCAO
      *
      * ESPECIFICAÇÃO
      * Encadeado pelo FINPB101 (P3700) depois do balance line e do
      * arquivamento da trilha, e ANTES da rotacao de geracoes (P3800)
      * e da promocao (P4000): os processos mensais leem FINSLDS.dat e
      * FINSLDA.dat, que deixam de existir com esses nomes depois
      * daqueles passos. Chamado em qualquer dia:
      * 1) Se a data de processamento NAO for o ultimo dia util do mes
      *    (o proximo dia util, pela SRDIAUTIL, cai em outro mes), nada
      *    faz: registra no FINJBLOG e termina com RETURN-CODE zero.
      * 2) Mes ja FECHADO em FINPERF.dat: nada e reprocessado (aviso no
      *    console e no FINJBLOG, RETURN-CODE zero).
      * 3) Caso contrario, executa na ordem:
      *      FINPB130 JUROS CREDORES        (FINSLDS)
      *      FINPB172 JUROS CHEQUE ESPECIAL (FINSLDS, FINNEGC)
      *      FINPB195 PARCELAS EMPRESTIMO   (FINLOAN)
      *      FINPB196 ATRASO EMPRESTIMO     (FINLOAN, FINTRANS e o
      *                                      FINPB195 do mes concluido)
      *      FINPB198 CARTEIRA EMPRESTIMOS  (FINLOAN, FINLNAMR e o
      *                                      FINPB196 do mes concluido)
      *      FINPB193 PROVISAO EMPRESTIMOS  (FINLOAN e o FINPB196 do mes
      *                                      concluido; lanca no diario
      *                                      e no razao do dia)
      *      FINPB145 EXTRATOS PERIODICOS   (FINSLDH)
      *      FINPB180 EXTRATO REGULATORIO   (FINSLDS)
      *      FINPB136 RECOLHIMENTO IRRF     (FINPB130 do mes concluido;
      *                                      FINIRRF ausente = relatorio
      *                                      sem retencoes)
      *      FINPB246 REVISOES KYC VENCIDAS (FINCUST; FINKYC ausente =
      *                                      clientes sem perfil)
      *      FINPB276 RENTABILIDADE CLIENTE (FINSLDH, FINCUST)
      *    Pre-requisito ausente interrompe o fechamento (RETURN-CODE
      *    99) antes do passo, e o mes continua aberto. Cada passo
      *    concluido e registrado em FINPERF.dat ('P') e no FINJBLOG:
      *    numa reexecucao, o passo ja concluido no mes e pulado (o
      *    FINPB195, por exemplo, nao pode emitir a parcela duas vezes).
      *    A tarifa de manutencao mensal NAO e passo do fechamento: o
      *    FINPB135 ja a cobra no ciclo diario (FINPB101 P3350) no dia
      *    de cobranca parametrizado.
      * 4) Concluidos todos os passos, grava em FINPERF.dat o registro
      *    de FECHAMENTO ('F') do mes. A partir dai o FINDTMNT recusa
      *    uma data de processamento dentro do mes, ate que um
      *    supervisor o reabra ('R', registrado com operador, data,
      *    hora e motivo). Reaberto o mes, um novo fechamento so
      *    regrava o 'F': os passos ja concluidos continuam pulados.
      ******************************************************************
      * VRS007 - 15/10/2026 - RETIRADO O PASSO FINPB135: A TARIFA DE
      *                       MANUTENCAO JA SAI NO P3350 DO FINPB101, E
      *                       A SEGUNDA CHAMADA NO MESMO CICLO REGRAVAVA
      *                       O FINTRANT DO DIA VAZIO.
      * VRS006 - 15/10/2026 - PASSO FINPB276 (RENTABILIDADE MENSAL POR
      *                       CLIENTE) NO FIM DO FECHAMENTO.
      * VRS005 - 15/10/2026 - PASSO FINPB246 (REVISOES CADASTRAIS KYC
      *                       VENCIDAS) NO FIM DO FECHAMENTO.
      * VRS004 - 15/10/2026 - PASSO FINPB193 (PROVISAO PARA CREDITOS
      *                       DE LIQUIDACAO DUVIDOSA) DEPOIS DO
      *                       FINPB198.
      * VRS003 - 15/10/2026 - PASSO FINPB198 (CARTEIRA DE EMPRESTIMOS
      *                       POR AGENCIA) DEPOIS DO FINPB196.
      * VRS002 - 15/10/2026 - PASSO FINPB136 (RELATORIO DE RECOLHIMENTO
      *                       DO IR RETIDO NA FONTE) NO FIM DO
      *                       FECHAMENTO.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB104.
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
      *    CONTROLE DE PERIODOS - ENTRADA (READ) E SAIDA (EXTEND)
      *    MESMA DEFINICAO USADA PELO FINDTMNT.
           SELECT FINPERF  ASSIGN TO 'FINPERF.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINPERF.

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
       FD  FINPERF
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REG-FINPERF.
      *    MES DE REFERENCIA (AAAAMM)
           03  FINPERF-ANOMES         PIC  9(006).
      *    'P'=Passo mensal concluido  'F'=Mes fechado
      *    'R'=Mes reaberto por supervisor
           03  FINPERF-TIPO           PIC  X(001).
               88  FINPERF-PASSO-OK          VALUE 'P'.
               88  FINPERF-FECHAMENTO        VALUE 'F'.
               88  FINPERF-REABERTURA        VALUE 'R'.
      *    PROGRAMA DO PASSO ('P') OU QUE GRAVOU O EVENTO ('F'/'R')
           03  FINPERF-PROGRAMA       PIC  X(008).
           03  FINPERF-DATA-PROC      PIC  9(008).
           03  FINPERF-DATA           PIC  9(008).
           03  FINPERF-HORA           PIC  9(006).
           03  FINPERF-COD-OPER       PIC  X(008).
           03  FINPERF-MOTIVO         PIC  X(035).

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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB104'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINPERF          PIC X(002)  VALUE '00'.
           05  WS-FS-FINJBLOG         PIC X(002)  VALUE '00'.
      *
           05  WS-FIM-FINPERF-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINPERF                VALUE 'S'.
           05  WS-FIM-DE-MES-SW       PIC X(001)  VALUE 'N'.
              88  FIM-DE-MES                 VALUE 'S'.
           05  WS-MES-FECHADO-SW      PIC X(001)  VALUE 'N'.
              88  MES-FECHADO                VALUE 'S'.
           05  WS-PASSO-PENDENTE-SW   PIC X(001)  VALUE 'S'.
              88  PASSO-PENDENTE             VALUE 'S'.
              88  PASSO-CONCLUIDO            VALUE 'N'.
      *
      *    DATA DE PROCESSAMENTO E MES DE REFERENCIA
           05  WS-DATA-PROC           PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-PROC-R REDEFINES WS-DATA-PROC.
               10  WS-DATA-PROC-ANOMES PIC 9(006).
               10  WS-DATA-PROC-DD    PIC 9(002).
           05  WS-DATA-SEGUINTE       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-SEGUINTE-R REDEFINES WS-DATA-SEGUINTE.
               10  WS-DATA-SEG-ANOMES PIC 9(006).
               10  WS-DATA-SEG-DD     PIC 9(002).
      *
      *    PASSO CORRENTE (PROGRAMA CHAMADO DINAMICAMENTE)
           05  WS-PASSO-PROG          PIC X(008)  VALUE SPACES.
           05  WS-PASSO-DESC          PIC X(021)  VALUE SPACES.
           05  WS-PASSO-PROCURADO     PIC X(008)  VALUE SPACES.
           05  WS-QTD-EXECUTADOS      PIC 9(003)  VALUE ZEROS.
           05  WS-QTD-PULADOS         PIC 9(003)  VALUE ZEROS.
      *
      *    PRE-REQUISITO (ARQUIVO QUE PRECISA EXISTIR ANTES DO PASSO)
           05  WS-ARQ-PRE-REQ         PIC X(030)  VALUE SPACES.
           05  WS-ARQ-DETALHES        PIC X(016)  VALUE SPACES.
           05  WS-RET-CBL             PIC S9(009) COMP-5  VALUE ZEROS.
           05  WS-RETURN-CODE-DISP    PIC ----9    VALUE ZEROS.
      *
      *    CAMPOS DO REGISTRO DE LOG EM PREPARACAO (P7000-GRAVA-JBLOG)
           05  WS-LOG-PASSO           PIC X(030)  VALUE SPACES.
           05  WS-LOG-RETCODE         PIC 9(005)  VALUE ZEROS.
           05  WS-LOG-QTD-LIDOS       PIC 9(010)  VALUE ZEROS.
           05  WS-LOG-QTD-GRAVADOS    PIC 9(010)  VALUE ZEROS.
           05  WS-LOG-INFO            PIC X(020)  VALUE SPACES.
           05  WS-LOG-DATA            PIC 9(008)  VALUE ZEROS.
           05  WS-LOG-HORA            PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * PASSOS MENSAIS JA CONCLUIDOS NO MES (CARREGADOS DE FINPERF)
      *-----------------------------------------------------------------
       01  WS-TAB-PASSOS-MES.
           05  WS-QTD-PASSOS-MES      PIC 9(003)  VALUE ZEROS.
           05  WS-TAB-PASSO-MES OCCURS 20 TIMES
                           INDEXED BY WS-IDX-PASSO.
               10  WS-PASSO-MES-PROG  PIC X(008).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRDIAUTIL (CALENDARIO DE DIAS UTEIS)
       01  WS-PARM-DIA-UTIL.
           05  WS-DIU-DATA            PIC 9(008).
           05  WS-DIU-FUNCAO          PIC X(001).
           05  WS-DIU-DATA-RESULT     PIC 9(008).
           05  WS-DIU-IND-UTIL        PIC X(001).
              88  WS-DIA-UTIL                VALUE 'S'.
           05  WS-DIU-COD-RETORNO     PIC X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA

           IF NOT FIM-DE-MES
              MOVE 'FINPB104 NAO E FIM DE MES' TO WS-LOG-PASSO
              MOVE WS-DATA-PROC                TO WS-LOG-INFO
              PERFORM P7000-GRAVA-JBLOG
              DISPLAY 'FINPB104 - ' WS-DATA-PROC ' NAO E O ULTIMO DIA '
                      'UTIL DO MES - FECHAMENTO NAO EXECUTADO'
              PERFORM P9000-FINALIZA
              GOBACK
           END-IF

           PERFORM P0100-CARREGA-PERIODO

           IF MES-FECHADO
              MOVE 'FINPB104 MES JA FECHADO' TO WS-LOG-PASSO
              MOVE WS-DATA-PROC-ANOMES       TO WS-LOG-INFO
              PERFORM P7000-GRAVA-JBLOG
              DISPLAY 'AVISO - FINPB104 - MES ' WS-DATA-PROC-ANOMES
                      ' JA FECHADO - NADA REPROCESSADO'
              PERFORM P9000-FINALIZA
              GOBACK
           END-IF

           MOVE 'FINPB104 INICIO FECHAMENTO' TO WS-LOG-PASSO
           MOVE WS-DATA-PROC-ANOMES          TO WS-LOG-INFO
           PERFORM P7000-GRAVA-JBLOG

      *    Cada passo: P1000 confere se ja foi concluido no mes (pulado,
      *    com registro no FINJBLOG); senao confere os pre-requisitos
      *    (P1200) e executa (P2000), registrando a conclusao.

           MOVE 'FINPB130'              TO WS-PASSO-PROG
           MOVE 'JUROS CREDORES'        TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINSLDS.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB172'              TO WS-PASSO-PROG
           MOVE 'JUROS CHEQUE ESPECIAL' TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINSLDS.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              MOVE 'FINNEGC.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB195'              TO WS-PASSO-PROG
           MOVE 'PARCELAS EMPRESTIMO'   TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINLOAN.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB196'              TO WS-PASSO-PROG
           MOVE 'ATRASO EMPRESTIMO'     TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINLOAN.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              MOVE 'FINTRANS.dat'  TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              MOVE 'FINPB195'      TO WS-PASSO-PROCURADO
              PERFORM P1300-VERIFICA-PASSO-ANTERIOR
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB198'              TO WS-PASSO-PROG
           MOVE 'CARTEIRA EMPRESTIMOS'  TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINLOAN.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              MOVE 'FINPB196'      TO WS-PASSO-PROCURADO
              PERFORM P1300-VERIFICA-PASSO-ANTERIOR
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB193'              TO WS-PASSO-PROG
           MOVE 'PROVISAO EMPRESTIMOS'  TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINLOAN.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              MOVE 'FINPB196'      TO WS-PASSO-PROCURADO
              PERFORM P1300-VERIFICA-PASSO-ANTERIOR
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB145'              TO WS-PASSO-PROG
           MOVE 'EXTRATOS PERIODICOS'   TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINSLDH.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB180'              TO WS-PASSO-PROG
           MOVE 'EXTRATO REGULATORIO'   TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINSLDS.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB136'              TO WS-PASSO-PROG
           MOVE 'RECOLHIMENTO IRRF'     TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINPB130'      TO WS-PASSO-PROCURADO
              PERFORM P1300-VERIFICA-PASSO-ANTERIOR
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB246'              TO WS-PASSO-PROG
           MOVE 'REVISOES KYC VENCIDAS' TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINCUST.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           MOVE 'FINPB276'              TO WS-PASSO-PROG
           MOVE 'RENTABILIDADE CLIENTE' TO WS-PASSO-DESC
           PERFORM P1000-VERIFICA-PASSO
           IF PASSO-PENDENTE
              MOVE 'FINSLDH.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              MOVE 'FINCUST.dat'   TO WS-ARQ-PRE-REQ
              PERFORM P1200-VERIFICA-ARQUIVO
              PERFORM P2000-EXECUTA-PASSO
           END-IF

           PERFORM P3000-FECHA-MES

           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      * Decide se a data de processamento e o ultimo dia util do mes:
      * ela propria util, e o proximo dia util ja em outro mes.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-PROC

           MOVE 'N' TO WS-FIM-DE-MES-SW

           MOVE WS-DATA-PROC TO WS-DIU-DATA
           MOVE 'V'          TO WS-DIU-FUNCAO
           CALL 'SRDIAUTIL' USING WS-PARM-DIA-UTIL

           IF WS-DIA-UTIL
              COMPUTE WS-DIU-DATA =
                      FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-PROC) + 1)
              MOVE 'P' TO WS-DIU-FUNCAO
              CALL 'SRDIAUTIL' USING WS-PARM-DIA-UTIL
              MOVE WS-DIU-DATA-RESULT TO WS-DATA-SEGUINTE
              IF WS-DATA-SEG-ANOMES NOT EQUAL WS-DATA-PROC-ANOMES
                 MOVE 'S' TO WS-FIM-DE-MES-SW
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P0100-CARREGA-PERIODO SECTION.
      * Le FINPERF.dat e, para o mes da data de processamento, carrega
      * os passos ja concluidos e apura a situacao do mes pelo ultimo
      * evento de fechamento/reabertura (o arquivo e cronologico).
      * Arquivo ausente = nenhum mes fechado ainda.
      *-----------------------------------------------------------------

           MOVE 'P0100-CARREGA-PERIODO' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-PASSOS-MES
           MOVE 'N'   TO WS-MES-FECHADO-SW
           MOVE 'N'   TO WS-FIM-FINPERF-SW

           OPEN INPUT FINPERF
           EVALUATE WS-FS-FINPERF
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'S' TO WS-FIM-FINPERF-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINPERF - FILE STATUS = '
                           WS-FS-FINPERF
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINPERF
              READ FINPERF
                 AT END
                    MOVE 'S' TO WS-FIM-FINPERF-SW
                 NOT AT END
                    IF FINPERF-ANOMES EQUAL WS-DATA-PROC-ANOMES
                       EVALUATE TRUE
                           WHEN FINPERF-FECHAMENTO
                                MOVE 'S' TO WS-MES-FECHADO-SW
                           WHEN FINPERF-REABERTURA
                                MOVE 'N' TO WS-MES-FECHADO-SW
                           WHEN FINPERF-PASSO-OK
                                IF WS-QTD-PASSOS-MES < 20
                                   ADD 1 TO WS-QTD-PASSOS-MES
                                   MOVE FINPERF-PROGRAMA
                                     TO WS-PASSO-MES-PROG
                                        (WS-QTD-PASSOS-MES)
                                END-IF
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-FS-FINPERF NOT EQUAL '35'
              CLOSE FINPERF
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-VERIFICA-PASSO SECTION.
      * Decide se o passo de WS-PASSO-PROG roda: ja concluido no mes =
      * pulado, com registro no FINJBLOG.
      *-----------------------------------------------------------------

           MOVE WS-PASSO-PROG TO WS-PASSO-PROCURADO
           PERFORM P1100-PROCURA-PASSO

           IF PASSO-CONCLUIDO
              ADD 1 TO WS-QTD-PULADOS
              MOVE SPACES TO WS-LOG-PASSO
              STRING 'PULADO ' WS-PASSO-PROG ' ' WS-PASSO-DESC
                     DELIMITED BY SIZE  INTO WS-LOG-PASSO
              END-STRING
              MOVE SPACES TO WS-LOG-INFO
              STRING 'JA CONCLUIDO ' WS-DATA-PROC-ANOMES
                     DELIMITED BY SIZE  INTO WS-LOG-INFO
              END-STRING
              PERFORM P7000-GRAVA-JBLOG
              DISPLAY 'FINPB104 - ' WS-PASSO-PROG
                      ' JA CONCLUIDO NO MES - PULADO'
           END-IF

           .

      *-----------------------------------------------------------------
       P1100-PROCURA-PASSO SECTION.
      * Procura WS-PASSO-PROCURADO na tabela de passos concluidos do
      * mes; resultado em WS-PASSO-PENDENTE-SW.
      *-----------------------------------------------------------------

           MOVE 'S' TO WS-PASSO-PENDENTE-SW

           IF WS-QTD-PASSOS-MES > ZEROS
              SET WS-IDX-PASSO TO 1
              SEARCH WS-TAB-PASSO-MES
                  AT END
                      CONTINUE
                  WHEN WS-IDX-PASSO > WS-QTD-PASSOS-MES
                      CONTINUE
                  WHEN WS-PASSO-MES-PROG(WS-IDX-PASSO)
                       EQUAL WS-PASSO-PROCURADO
                      MOVE 'N' TO WS-PASSO-PENDENTE-SW
              END-SEARCH
           END-IF

           .

      *-----------------------------------------------------------------
       P1200-VERIFICA-ARQUIVO SECTION.
      * Pre-requisito: o arquivo de WS-ARQ-PRE-REQ precisa existir antes
      * do passo. Ausente, o fechamento e interrompido aqui, com o mes
      * ainda aberto.
      *-----------------------------------------------------------------

           MOVE 'P1200-VERIFICA-ARQUIVO' TO WS-NOM-PARAGRAFO

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-PRE-REQ
                                             WS-ARQ-DETALHES
                RETURNING WS-RET-CBL
           IF WS-RET-CBL NOT EQUAL ZEROS
              MOVE SPACES TO WS-LOG-PASSO
              STRING 'PRE-REQUISITO ' WS-PASSO-PROG
                     DELIMITED BY SIZE  INTO WS-LOG-PASSO
              END-STRING
              MOVE 00099          TO WS-LOG-RETCODE
              MOVE WS-ARQ-PRE-REQ TO WS-LOG-INFO
              PERFORM P7000-GRAVA-JBLOG
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - PRE-REQUISITO DO ' WS-PASSO-PROG
                     ' AUSENTE: ' WS-ARQ-PRE-REQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1300-VERIFICA-PASSO-ANTERIOR SECTION.
      * Pre-requisito: o passo de WS-PASSO-PROCURADO precisa estar
      * concluido no mes antes do passo corrente.
      *-----------------------------------------------------------------

           MOVE 'P1300-VERIFICA-PASSO-ANTERIOR' TO WS-NOM-PARAGRAFO

           PERFORM P1100-PROCURA-PASSO
           IF PASSO-PENDENTE
              MOVE SPACES TO WS-LOG-PASSO
              STRING 'PRE-REQUISITO ' WS-PASSO-PROG
                     DELIMITED BY SIZE  INTO WS-LOG-PASSO
              END-STRING
              MOVE 00099              TO WS-LOG-RETCODE
              MOVE WS-PASSO-PROCURADO TO WS-LOG-INFO
              PERFORM P7000-GRAVA-JBLOG
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - ' WS-PASSO-PROG ' EXIGE O '
                     WS-PASSO-PROCURADO ' CONCLUIDO NO MES'
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    P1100 deixou o indicador do passo anterior; o corrente segue
      *    pendente.
           MOVE 'S' TO WS-PASSO-PENDENTE-SW

           .

      *-----------------------------------------------------------------
       P2000-EXECUTA-PASSO SECTION.
      * Aciona o programa de WS-PASSO-PROG, confere o RETURN-CODE e
      * registra a conclusao no FINJBLOG e em FINPERF.dat.
      *-----------------------------------------------------------------

           MOVE 'P2000-EXECUTA-PASSO' TO WS-NOM-PARAGRAFO

           DISPLAY 'FINPB104 - EXECUTANDO ' WS-PASSO-PROG ' '
                   WS-PASSO-DESC

           CALL WS-PASSO-PROG

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - ' WS-PASSO-PROG
                     ' TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1 TO WS-QTD-EXECUTADOS

           MOVE SPACES TO WS-LOG-PASSO
           STRING WS-PASSO-PROG ' ' WS-PASSO-DESC
                  DELIMITED BY SIZE  INTO WS-LOG-PASSO
           END-STRING
           MOVE SPACES TO WS-LOG-INFO
           STRING 'MENSAL ' WS-DATA-PROC-ANOMES
                  DELIMITED BY SIZE  INTO WS-LOG-INFO
           END-STRING
           PERFORM P7000-GRAVA-JBLOG

           MOVE 'P'           TO FINPERF-TIPO
           MOVE WS-PASSO-PROG TO FINPERF-PROGRAMA
           MOVE SPACES        TO FINPERF-MOTIVO
           MOVE WS-PASSO-DESC TO FINPERF-MOTIVO
           PERFORM P7100-GRAVA-FINPERF

           IF WS-QTD-PASSOS-MES < 20
              ADD 1 TO WS-QTD-PASSOS-MES
              MOVE WS-PASSO-PROG TO WS-PASSO-MES-PROG(WS-QTD-PASSOS-MES)
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-FECHA-MES SECTION.
      * Todos os passos concluidos: grava o fechamento do mes, que
      * passa a travar a data de processamento no FINDTMNT.
      *-----------------------------------------------------------------

           MOVE 'P3000-FECHA-MES' TO WS-NOM-PARAGRAFO

           MOVE 'F'                   TO FINPERF-TIPO
           MOVE WS-NOM-PROGRAMA       TO FINPERF-PROGRAMA
           MOVE 'FECHAMENTO MENSAL'   TO FINPERF-MOTIVO
           PERFORM P7100-GRAVA-FINPERF

           MOVE 'FINPB104 MES FECHADO' TO WS-LOG-PASSO
           MOVE WS-QTD-EXECUTADOS      TO WS-LOG-QTD-GRAVADOS
           MOVE WS-QTD-PULADOS         TO WS-LOG-QTD-LIDOS
           MOVE WS-DATA-PROC-ANOMES    TO WS-LOG-INFO
           PERFORM P7000-GRAVA-JBLOG

           DISPLAY 'FINPB104 - MES ' WS-DATA-PROC-ANOMES ' FECHADO'

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-JBLOG SECTION.
      * Grava um registro no log persistente de execucao (FINJBLOG),
      * como o FINPB101: o chamador preenche WS-LOG-PASSO e, quando
      * houver, contadores/informacao. Uma falha na gravacao do log NAO
      * derruba o fechamento: o log e instrumentacao.
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

           MOVE SPACES TO WS-LOG-PASSO
           MOVE ZEROS  TO WS-LOG-RETCODE
           MOVE ZEROS  TO WS-LOG-QTD-LIDOS
           MOVE ZEROS  TO WS-LOG-QTD-GRAVADOS
           MOVE SPACES TO WS-LOG-INFO

           .

      *-----------------------------------------------------------------
       P7100-GRAVA-FINPERF SECTION.
      * Acrescenta a FINPERF.dat o evento preparado pelo chamador (TIPO,
      * PROGRAMA, MOTIVO), com o mes, a data de processamento e a data/
      * hora correntes. Aberto e fechado a cada evento, para o registro
      * sobreviver a um abend no passo seguinte; ao contrario do
      * FINJBLOG, uma falha aqui interrompe o fechamento.
      *-----------------------------------------------------------------

           MOVE 'P7100-GRAVA-FINPERF' TO WS-NOM-PARAGRAFO

           MOVE WS-DATA-PROC-ANOMES TO FINPERF-ANOMES
           MOVE WS-DATA-PROC        TO FINPERF-DATA-PROC
           MOVE WS-NOM-PROGRAMA     TO FINPERF-COD-OPER
           ACCEPT FINPERF-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA  FROM TIME
           MOVE WS-LOG-HORA(1:6) TO FINPERF-HORA

           OPEN EXTEND FINPERF
           IF WS-FS-FINPERF EQUAL '35'
              OPEN OUTPUT FINPERF
           END-IF
           IF WS-FS-FINPERF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINPERF - FILE STATUS = '
                     WS-FS-FINPERF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           WRITE REG-FINPERF    END-WRITE
           IF WS-FS-FINPERF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINPERF - FILE STATUS = '
                     WS-FS-FINPERF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINPERF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           MOVE 'FINPB104 ERRO'   TO WS-LOG-PASSO
           MOVE 00099             TO WS-LOG-RETCODE
           MOVE WS-NOM-PARAGRAFO  TO WS-LOG-INFO
           PERFORM P7000-GRAVA-JBLOG

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB104 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE
      *
           GOBACK.
      *

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB104 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'DATA DE PROCESSAMENTO      -' WS-DATA-PROC
           DISPLAY 'PASSOS MENSAIS EXECUTADOS  -' WS-QTD-EXECUTADOS
           DISPLAY 'PASSOS MENSAIS PULADOS     -' WS-QTD-PULADOS
           DISPLAY '***************************************************'
           MOVE ZEROS TO RETURN-CODE

           .
