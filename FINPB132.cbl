      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RESGATAR NO VENCIMENTO AS APLICACOES A PRAZO (CDB),
      *              CREDITANDO PRINCIPAL + RENDIMENTO NA CONTA
      *              CORRENTE VINCULADA PELO FINTRAN DO CICLO.
      *              ARQUIVO DE ENTRADA : FINCDB  - APLICACOES CDB
      *                                            (MANTIDO PELO
      *                                            FINCDMNT; REGRAVADO
      *                                            NO RESGATE)
      *              ARQUIVO DE SAIDA   : FINTRAN - TRANSACOES DE
      *                                            DEBITO/CREDITO
      *                                            (GERADAS AO FINAL DO
      *                                            ARQUIVO, EXTEND)
      *              ARQUIVO DE E/S     : FINIRRF - REGISTRO DAS
      *                                            RETENCOES DE IR NA
      *                                            FONTE
      *
      * ESPECIFICAÇÃO
      * Para cada aplicacao ATIVA cujo vencimento ja chegou (menor ou
      * igual a data de processamento - vencimento em dia sem ciclo e
      * resgatado no primeiro ciclo seguinte), gera o credito 'C' de
      * PRINCIPAL + RENDIMENTO na conta corrente vinculada e marca a
      * aplicacao 'V' (vencida), com data e valores do resgate.
      * RENDIMENTO = PRINCIPAL x TAXA x PRAZO / (100 x 365): juros
      * simples sobre os dias corridos contratados, a taxa anual
      * gravada na aplicacao (FINRATE tipo '4' na data da aplicacao).
      * PRE-REQUISITO: SO RODAR ATRAVES DO FINPB101 (P0720-RESGATA-CDB),
      * ANTES DA ORDENACAO DE FINTRAN.dat: a gravacao aqui e por OPEN
      * EXTEND, como no FINPB150; so o FINPB101 (P1000 + P1500)
      * reordena o arquivo e recalcula o trailer.
      * O ID-TRAN do credito e 9.900.000.000 + APLICACAO x 10 + 2,
      * fixo por aplicacao: numa reexecucao apos queda entre a gravacao
      * do credito e a regravacao da aplicacao, o credito repetido e
      * rejeitado como duplicata pelo FINPB100.
      * O rendimento e tributado na fonte (SRIRRF, produto '4', prazo
      * = dias contratados): o imposto sai num debito 'D' proprio na
      * mesma corrente, ID-TRAN 9.900.000.000 + APLICACAO x 10 + 3
      * (perna 3 = IR do resgate), e e registrado em FINIRRF.dat e na
      * propria aplicacao.
      ******************************************************************
      * VRS002 - 15/10/2026 - RETENCAO DE IR NA FONTE SOBRE O
      *                       RENDIMENTO DO RESGATE, PELA TABELA
      *                       REGRESSIVA (SRIRRF): DEBITO PROPRIO NA
      *                       PERNA 3, REGISTRO EM FINIRRF E ALIQUOTA,
      *                       IMPOSTO E CODIGO DE RECEITA GRAVADOS NA
      *                       APLICACAO.
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB132.
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
      *    APLICACOES CDB - LEITURA SEQUENCIAL E REGRAVACAO DO RESGATE
      *    (I-O). MESMA DEFINICAO USADA PELO FINCDMNT (VER FD FINCDB).
           SELECT FINCDB   ASSIGN TO 'FINCDB.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINCDB-NR-APLIC
                  FILE STATUS IS WS-FS-FINCDB.
      *    ARQUIVO TRANSACOES - SAIDA (WRITE, EXTEND AO FINAL)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.
      *    REGISTRO DAS RETENCOES DE IR NA FONTE - SAIDA (WRITE)
      *    MESMA DEFINICAO USADA PELO FINPB130 (VER FD FINIRRF, LA).
           SELECT FINIRRF  ASSIGN TO 'FINIRRF.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINIRRF-CHAVE
                  FILE STATUS IS WS-FS-FINIRRF.

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
           03  FINCDB-VL-RENDIMENTO   PIC  9(009)V99.
           03  FINCDB-VL-MULTA        PIC  9(009)V99.
           03  FINCDB-VL-RESGATE      PIC  9(009)V99.
           03  FINCDB-COD-MOEDA       PIC  X(003).
           03  FINCDB-COD-OPER        PIC  X(008).
           03  FINCDB-ALIQUOTA-IR     PIC  9(003)V99.
           03  FINCDB-VL-IR           PIC  9(009)V99.
           03  FINCDB-COD-RECEITA     PIC  X(004).
           03  FILLER                 PIC  X(008).
      *
       FD  FINTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 052 CHARACTERS.

       01  REG-FINTRAN.
           03  FINTRAN-CHAVE          PIC  X(017).
           03  FINTRAN-VL-TRAN        PIC  9(009)V99.
           03  FINTRAN-IND-TRAN       PIC  X(001).
           03  FINTRAN-COD-ORIGEM     PIC  X(002).
           03  FINTRAN-ID-TRAN        PIC  9(010).
           03  FINTRAN-DT-EFETIVA     PIC  9(008).
           03  FINTRAN-COD-MOEDA      PIC  X(003).
      *
       FD  FINIRRF
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINIRRF.
           03  FINIRRF-CHAVE.
               05  FINIRRF-DT-RETENCAO PIC 9(008).
               05  FINIRRF-ID-TRAN-IR  PIC 9(010).
           03  FINIRRF-ID-TRAN-CRED   PIC  9(010).
           03  FINIRRF-CONTA          PIC  X(017).
           03  FINIRRF-TIPO-PRODUTO   PIC  X(001).
           03  FINIRRF-PRAZO-DIAS     PIC  9(005).
           03  FINIRRF-VL-BASE        PIC  9(009)V99.
           03  FINIRRF-ALIQUOTA       PIC  9(003)V99.
           03  FINIRRF-VL-IR          PIC  9(009)V99.
           03  FINIRRF-COD-RECEITA    PIC  X(004).
           03  FINIRRF-COD-MOEDA      PIC  X(003).
           03  FINIRRF-PROGRAMA       PIC  X(008).
           03  FILLER                 PIC  X(007).
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB132'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCDB           PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRRF          PIC X(002)  VALUE '00'.
      *
           05  WS-QTD-LIDAS           PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-RESGATADAS      PIC 9(010)  VALUE ZEROS.
           05  WS-VL-TOTAL-RESGATADO  PIC 9(013)V99 VALUE ZEROS.
           05  WS-QTD-RETENCOES       PIC 9(010)  VALUE ZEROS.
           05  WS-VL-TOTAL-IR         PIC 9(013)V99 VALUE ZEROS.
      *
           05  WS-VL-RENDIMENTO       PIC 9(009)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINCDB-SW       PIC X(001)  VALUE 'N'.
              88  FIM-FINCDB                 VALUE 'S'.
      *    CADASTRO AUSENTE (NENHUMA APLICACAO) NAO E ERRO
           05  WS-FINCDB-EXISTE-SW    PIC X(001)  VALUE 'S'.
              88  FINCDB-EXISTE              VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-VL-TOTAL-EDITADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRIRRF (RETENCAO DE IR NA FONTE)
       01  WS-PARM-IRRF.
           05  WS-IRF-TIPO-PRODUTO    PIC X(001).
           05  WS-IRF-DATA            PIC 9(008).
           05  WS-IRF-PRAZO-DIAS      PIC 9(005).
           05  WS-IRF-VL-BASE         PIC 9(009)V99.
           05  WS-IRF-ALIQUOTA        PIC 9(003)V99.
           05  WS-IRF-COD-RECEITA     PIC X(004).
           05  WS-IRF-VL-IR           PIC 9(009)V99.
           05  WS-IRF-COD-RETORNO     PIC X(002).
              88  WS-IRF-TRIBUTADO           VALUE '00'.
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

      *    Cadastro de aplicacoes ausente = nenhuma aplicacao a
      *    resgatar.
           OPEN I-O FINCDB
           EVALUATE WS-FS-FINCDB
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCDB-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN I-O FINCDB - FILE STATUS = '
                           WS-FS-FINCDB
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINCDB-EXISTE
              OPEN EXTEND FINTRAN
              IF WS-FS-FINTRAN NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN EXTEND FINTRAN - FILE STATUS = '
                        WS-FS-FINTRAN
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              OPEN I-O FINIRRF
              IF WS-FS-FINIRRF EQUAL '35'
                 OPEN OUTPUT FINIRRF
                 CLOSE FINIRRF
                 OPEN I-O FINIRRF
              END-IF
              IF WS-FS-FINIRRF NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN I-O FINIRRF - FILE STATUS = '
                        WS-FS-FINIRRF
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Varre o cadastro de aplicacoes e resgata as vencidas.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           IF NOT FINCDB-EXISTE
              MOVE 'S' TO WS-FIM-FINCDB-SW
           END-IF

           PERFORM UNTIL FIM-FINCDB
              READ FINCDB NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINCDB-SW
                 NOT AT END
                    IF WS-FS-FINCDB NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINCDB - FILE STATUS = '
                              WS-FS-FINCDB
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDAS
                    IF FINCDB-ATIVA
                       AND FINCDB-DT-VENCIMENTO NOT > WS-DATA-EXECUCAO
                       PERFORM P2000-RESGATA-APLICACAO
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-RESGATA-APLICACAO SECTION.
      * Credita principal + rendimento na corrente vinculada e marca a
      * aplicacao como vencida.
      *-----------------------------------------------------------------

           MOVE 'P2000-RESGATA-APLICACAO' TO WS-NOM-PARAGRAFO

           COMPUTE WS-VL-RENDIMENTO ROUNDED =
                   FINCDB-VL-PRINCIPAL * FINCDB-TAXA-ANUAL
                                       * FINCDB-PRAZO-DIAS
                                       / (100 * 365)

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINCDB-CHAVE-CORRENTE TO FINTRAN-CHAVE
           COMPUTE FINTRAN-VL-TRAN =
                   FINCDB-VL-PRINCIPAL + WS-VL-RENDIMENTO
           MOVE 'C'                   TO FINTRAN-IND-TRAN
      *    Faixa 9.900.000.000-9.999.999.999 reservada para as
      *    aplicacoes CDB (ver FINCDMNT): perna 2 = resgate.
           COMPUTE FINTRAN-ID-TRAN =
                   9900000000 + (FINCDB-NR-APLIC * 10) + 2
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINCDB-COD-MOEDA      TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1               TO WS-QTD-RESGATADAS
           ADD FINTRAN-VL-TRAN TO WS-VL-TOTAL-RESGATADO

           MOVE 'V'              TO FINCDB-STATUS
           MOVE WS-DATA-EXECUCAO TO FINCDB-DT-RESGATE
           MOVE WS-VL-RENDIMENTO TO FINCDB-VL-RENDIMENTO
           MOVE ZEROS            TO FINCDB-VL-MULTA
           MOVE FINTRAN-VL-TRAN  TO FINCDB-VL-RESGATE

           PERFORM P2500-RETEM-IR

           REWRITE REG-FINCDB
           IF WS-FS-FINCDB NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINCDB - FILE STATUS = '
                     WS-FS-FINCDB
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-RETEM-IR SECTION.
      * Retencao na fonte sobre o rendimento do resgate (produto '4',
      * prazo = dias contratados): debito 'D' proprio na corrente
      * vinculada, perna 3, e linha do registro FINIRRF; aliquota,
      * imposto e receita ficam na aplicacao, regravada pelo chamador.
      *-----------------------------------------------------------------

           MOVE 'P2500-RETEM-IR' TO WS-NOM-PARAGRAFO

           MOVE ZEROS  TO FINCDB-ALIQUOTA-IR
                          FINCDB-VL-IR
           MOVE SPACES TO FINCDB-COD-RECEITA

           MOVE '4'               TO WS-IRF-TIPO-PRODUTO
           MOVE WS-DATA-EXECUCAO  TO WS-IRF-DATA
           MOVE FINCDB-PRAZO-DIAS TO WS-IRF-PRAZO-DIAS
           MOVE WS-VL-RENDIMENTO  TO WS-IRF-VL-BASE
           CALL 'SRIRRF' USING WS-PARM-IRRF

           IF NOT WS-IRF-TRIBUTADO
              OR WS-IRF-VL-IR EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WS-IRF-ALIQUOTA    TO FINCDB-ALIQUOTA-IR
           MOVE WS-IRF-VL-IR       TO FINCDB-VL-IR
           MOVE WS-IRF-COD-RECEITA TO FINCDB-COD-RECEITA

           MOVE FINTRAN-ID-TRAN       TO FINIRRF-ID-TRAN-CRED

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINCDB-CHAVE-CORRENTE TO FINTRAN-CHAVE
           MOVE WS-IRF-VL-IR          TO FINTRAN-VL-TRAN
           MOVE 'D'                   TO FINTRAN-IND-TRAN
           COMPUTE FINTRAN-ID-TRAN =
                   9900000000 + (FINCDB-NR-APLIC * 10) + 3
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINCDB-COD-MOEDA      TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN (IR) - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD 1            TO WS-QTD-RETENCOES
           ADD WS-IRF-VL-IR TO WS-VL-TOTAL-IR

           MOVE WS-DATA-EXECUCAO      TO FINIRRF-DT-RETENCAO
           MOVE FINTRAN-ID-TRAN       TO FINIRRF-ID-TRAN-IR
           MOVE FINCDB-CHAVE-CORRENTE TO FINIRRF-CONTA
           MOVE WS-IRF-TIPO-PRODUTO   TO FINIRRF-TIPO-PRODUTO
           MOVE WS-IRF-PRAZO-DIAS     TO FINIRRF-PRAZO-DIAS
           MOVE WS-IRF-VL-BASE        TO FINIRRF-VL-BASE
           MOVE WS-IRF-ALIQUOTA       TO FINIRRF-ALIQUOTA
           MOVE WS-IRF-VL-IR          TO FINIRRF-VL-IR
           MOVE WS-IRF-COD-RECEITA    TO FINIRRF-COD-RECEITA
           MOVE FINCDB-COD-MOEDA      TO FINIRRF-COD-MOEDA
           MOVE WS-NOM-PROGRAMA       TO FINIRRF-PROGRAMA

           WRITE REG-FINIRRF
              INVALID KEY
                 REWRITE REG-FINIRRF
           END-WRITE

           IF WS-FS-FINIRRF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINIRRF - FILE STATUS = '
                     WS-FS-FINIRRF
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P9700-GRAVA-JBLOG SECTION.
      * Grava o registro deste passo no log persistente de execucao
      * (FINJBLOG), no mesmo padrao do FINPB150. Uma falha na gravacao
      * do log NAO derruba o job.
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
           DISPLAY 'PROGRAMA FINPB132 - TERMINO COM ERRO'
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

           IF FINCDB-EXISTE
              CLOSE FINCDB
                    FINTRAN
                    FINIRRF
           END-IF

      *    Contadores do passo tambem vao para o log persistente de
      *    execucao, para a consulta do FINJBCON.
           MOVE 'FINPB132 RESGATE CDB' TO WS-LOG-PASSO
           MOVE WS-QTD-LIDAS      TO WS-LOG-QTD-LIDOS
           MOVE WS-QTD-RESGATADAS TO WS-LOG-QTD-GRAVADOS
           PERFORM P9700-GRAVA-JBLOG

           MOVE WS-VL-TOTAL-RESGATADO TO WS-VL-TOTAL-EDITADO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB132 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QTD APLICACOES LIDAS        - ' WS-QTD-LIDAS
           DISPLAY 'QTD APLICACOES RESGATADAS   - ' WS-QTD-RESGATADAS
           DISPLAY 'VALOR TOTAL RESGATADO       - ' WS-VL-TOTAL-EDITADO
           MOVE WS-VL-TOTAL-IR TO WS-VL-TOTAL-EDITADO
           DISPLAY 'QTD RETENCOES DE IR         - ' WS-QTD-RETENCOES
           DISPLAY 'VALOR TOTAL IR RETIDO       - ' WS-VL-TOTAL-EDITADO
           DISPLAY '***************************************************'

           .
