      *                                             REALIMENTACAO NA
      *                                             PROXIMA EXECUCAO DO
      *                                             FINPB100.
      *              ARQUIVO DE E/S     : FINIRRF  - REGISTRO DAS
      *                                             RETENCOES DE IR NA
      *                                             FONTE (LIDO PELO
      *                                             FINPB136)
      *
      * ESPECIFICAÇÃO
      * Para cada conta ATIVA de FINSLDS com saldo positivo, calcula-se
      * FINTRAN, na mesma moeda da conta. O arquivo gerado (FINTRANJ)
      * destina-se a ser concatenado ao FINTRAN.dat do proximo dia de
      * processamento, tal qual o arquivo de espera FINTRANH.
      * Sobre cada credito de produto tributado, o imposto de renda
      * retido na fonte (SRIRRF, tabela regressiva FINIRRT) sai como um
      * lancamento de debito ('D') proprio, logo apos o credito, com
      * ID-TRAN = ID-TRAN DO CREDITO + 50.000.000, e fica registrado em
      * FINIRRF.dat com os dois IDs, a base, a aliquota e o codigo de
      * receita.
      ******************************************************************
      * VRS008 - 15/10/2026 - RETENCAO DE IR NA FONTE: PARA CADA
      *                       CREDITO DE JUROS DE PRODUTO TRIBUTADO, A
      *                       SRIRRF CALCULA O IMPOSTO PELA TABELA
      *                       REGRESSIVA (PRAZO = DIAS DO PERIODO DE
      *                       ACRESCIMO), GRAVADO COMO DEBITO PROPRIO
      *                       EM FINTRANJ E NO REGISTRO FINIRRF. A
      *                       FAIXA DE ID-TRAN SE DIVIDE EM CREDITOS
      *                       (9.000.000.000-9.049.999.999) E DEBITOS
      *                       DE IR (9.050.000.000-9.099.999.999), COM
      *                       O MESMO SEQUENCIAL: O DEBITO APONTA O
      *                       CREDITO QUE O GEROU.
      * VRS007 - 02/09/2026 - FAIXA DE ID-TRAN DOCUMENTADA COMO
      *                       9.000.000.000-9.099.999.999 (ANTES
      *                       9.000.000.000-9.999.999.999): AS DEMAIS
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINRATE-CHAVE
                  FILE STATUS IS WS-FS-FINRATE.
      *    REGISTRO DAS RETENCOES DE IR NA FONTE - SAIDA (WRITE; NUMA
      *    REEXECUCAO NA MESMA DATA, REWRITE DA MESMA CHAVE)
           SELECT FINIRRF  ASSIGN TO 'FINIRRF.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINIRRF-CHAVE
                  FILE STATUS IS WS-FS-FINIRRF.

      ******************************************************************
       DATA DIVISION.
              05  FINTRANJ-NR-CC        PIC  X(011).
              05  FINTRANJ-COD-SUBCONTA PIC  X(002).
           03  FINTRANJ-VL-TRAN         PIC  9(009)V99.
      *    'C' (CREDITO) DE JUROS OU 'D' (DEBITO) DO IR RETIDO SOBRE
      *    O CREDITO IMEDIATAMENTE ANTERIOR
           03  FINTRANJ-IND-TRAN        PIC  X(001).
           03  FINTRANJ-FILLER          PIC  X(002).
           03  FINTRANJ-ID-TRAN         PIC  9(010).
               05  FINRATE-DT-VIGENCIA PIC  9(008).
           03  FINRATE-TAXA            PIC  9(005).
      *
      *    REGISTRO DAS RETENCOES DE IR NA FONTE, GRAVADO POR QUEM
      *    CREDITA JUROS OU RENDIMENTO TRIBUTADO (FINPB130, FINPB132 E
      *    FINCDMNT) E LIDO PELO RELATORIO MENSAL DE RECOLHIMENTO
      *    (FINPB136). UMA LINHA POR DEBITO DE IR.
       FD  FINIRRF
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINIRRF.
           03  FINIRRF-CHAVE.
      *    DATA DE PROCESSAMENTO DA RETENCAO (AAAAMMDD)
               05  FINIRRF-DT-RETENCAO PIC 9(008).
      *    ID-TRAN DO DEBITO DE IR
               05  FINIRRF-ID-TRAN-IR  PIC 9(010).
      *    ID-TRAN DO CREDITO DE JUROS/RENDIMENTO QUE GEROU A RETENCAO
           03  FINIRRF-ID-TRAN-CRED   PIC  9(010).
      *    CONTA CREDITADA E DEBITADA (AGENCIA+CONTA+SUBCONTA)
           03  FINIRRF-CONTA          PIC  X(017).
      *    PRODUTO (CODIFICACAO DE FINRATE: '3'=INVESTIMENTO, '4'=CDB)
           03  FINIRRF-TIPO-PRODUTO   PIC  X(001).
      *    PRAZO DE PERMANENCIA QUE DEFINIU A FAIXA (DIAS CORRIDOS)
           03  FINIRRF-PRAZO-DIAS     PIC  9(005).
      *    RENDIMENTO BRUTO (BASE), ALIQUOTA (%) E IMPOSTO RETIDO
           03  FINIRRF-VL-BASE        PIC  9(009)V99.
           03  FINIRRF-ALIQUOTA       PIC  9(003)V99.
           03  FINIRRF-VL-IR          PIC  9(009)V99.
      *    CODIGO DE RECEITA DO RECOLHIMENTO (DARF)
           03  FINIRRF-COD-RECEITA    PIC  X(004).
           03  FINIRRF-COD-MOEDA      PIC  X(003).
      *    PROGRAMA QUE GRAVOU A RETENCAO
           03  FINIRRF-PROGRAMA       PIC  X(008).
           03  FILLER                 PIC  X(007).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRANJ         PIC X(002)  VALUE '00'.
           05  WS-FS-FINRATE          PIC X(002)  VALUE '00'.
           05  WS-FS-FINIRRF          PIC X(002)  VALUE '00'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
      *
           05  WS-QTD-LIDOS-SLD       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAV-FINTRANJ   PIC 9(010)  VALUE ZEROS.
           05  WS-VL-SOMA-FINTRANJ    PIC 9(011)V99 VALUE ZEROS.
      *    SEQUENCIAL DOS CREDITOS DE JUROS (BASE DO ID-TRAN DO CREDITO
      *    E DO DEBITO DE IR CORRESPONDENTE)
           05  WS-SEQ-JUROS           PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-RETENCOES       PIC 9(010)  VALUE ZEROS.
           05  WS-VL-SOMA-IR          PIC 9(011)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINSLDS         PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDS                VALUE 'S'.
           05  WS-DIU-IND-UTIL        PIC X(001).
           05  WS-DIU-COD-RETORNO     PIC X(002).
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
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0500-CARREGA-TAXAS

      *    Registro de retencoes: criado na primeira execucao.
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

           .

      *-----------------------------------------------------------------
           MOVE FINSLDS-COD-MOEDA   TO FINTRANJ-COD-MOEDA

           ADD 1 TO WS-QTD-GRAV-FINTRANJ
           ADD 1 TO WS-SEQ-JUROS
      *    Faixa 9.000.000.000-9.049.999.999 reservada para creditos
      *    de juros: um FINTRANJ-ID-TRAN pequeno (1, 2, 3...) poderia
      *    coincidir com o ID-TRAN de uma transacao normal da mesma
      *    conta no mesmo dia, e P4800-VERIFICA-DUPLICADA do FINPB100
      *    rejeitaria o credito de juros legitimo como duplicata (chave
      *    dessa checagem e o proprio ID-TRAN, sem distinguir origem).
           COMPUTE FINTRANJ-ID-TRAN =
                   9000000000 + WS-SEQ-JUROS

           WRITE REG-FINTRANJ    END-WRITE


           ADD FINTRANJ-VL-TRAN TO WS-VL-SOMA-FINTRANJ

           PERFORM P3600-RETEM-IR

           .

      *-----------------------------------------------------------------
       P3600-RETEM-IR SECTION.
      * Retencao na fonte sobre o credito de juros recem-gravado: a
      * SRIRRF devolve o imposto pela tabela regressiva vigente (prazo
      * = dias corridos do periodo de acrescimo; produto = tipo da
      * conta). Produto isento (poupanca, ou sem vigencia) nao gera
      * nada. Tributado: debito 'D' proprio na mesma conta, com
      * ID-TRAN = 9.050.000.000 + o mesmo sequencial do credito, e a
      * linha do registro FINIRRF.
      *-----------------------------------------------------------------

           MOVE 'P3600-RETEM-IR' TO WS-NOM-PARAGRAFO

           MOVE FINSLDS-TIPO-CONTA  TO WS-IRF-TIPO-PRODUTO
           MOVE WS-DATA-EXECUCAO    TO WS-IRF-DATA
           MOVE WS-QTD-DIAS-PERIODO TO WS-IRF-PRAZO-DIAS
           MOVE WS-VL-JUROS         TO WS-IRF-VL-BASE
           CALL 'SRIRRF' USING WS-PARM-IRRF

           IF NOT WS-IRF-TRIBUTADO
              OR WS-IRF-VL-IR EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE FINTRANJ-ID-TRAN    TO FINIRRF-ID-TRAN-CRED

           MOVE 'D'                 TO FINTRANJ-IND-TRAN
           MOVE WS-IRF-VL-IR        TO FINTRANJ-VL-TRAN
           COMPUTE FINTRANJ-ID-TRAN =
                   9050000000 + WS-SEQ-JUROS

           ADD 1 TO WS-QTD-GRAV-FINTRANJ
           WRITE REG-FINTRANJ    END-WRITE

           IF WS-FS-FINTRANJ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRANJ (IR) - FILE STATUS: '
                      WS-FS-FINTRANJ
                      DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ADD FINTRANJ-VL-TRAN TO WS-VL-SOMA-FINTRANJ
           ADD 1                TO WS-QTD-RETENCOES
           ADD WS-IRF-VL-IR     TO WS-VL-SOMA-IR

           MOVE WS-DATA-EXECUCAO    TO FINIRRF-DT-RETENCAO
           MOVE FINTRANJ-ID-TRAN    TO FINIRRF-ID-TRAN-IR
           MOVE FINTRANJ-CHAVE      TO FINIRRF-CONTA
           MOVE WS-IRF-TIPO-PRODUTO TO FINIRRF-TIPO-PRODUTO
           MOVE WS-IRF-PRAZO-DIAS   TO FINIRRF-PRAZO-DIAS
           MOVE WS-IRF-VL-BASE      TO FINIRRF-VL-BASE
           MOVE WS-IRF-ALIQUOTA     TO FINIRRF-ALIQUOTA
           MOVE WS-IRF-VL-IR        TO FINIRRF-VL-IR
           MOVE WS-IRF-COD-RECEITA  TO FINIRRF-COD-RECEITA
           MOVE FINTRANJ-COD-MOEDA  TO FINIRRF-COD-MOEDA
           MOVE WS-NOM-PROGRAMA     TO FINIRRF-PROGRAMA

      *    Reexecucao na mesma data regera os mesmos IDs: a linha ja
      *    gravada e substituida, nao duplicada.
           WRITE REG-FINIRRF
              INVALID KEY
                 REWRITE REG-FINIRRF
           END-WRITE

           IF WS-FS-FINIRRF NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINIRRF - FILE STATUS: '
                      WS-FS-FINIRRF
                      DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------

           CLOSE FINSLDS
                 FINTRANJ
                 FINIRRF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB130 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'QUANTIDADE LIDOS FINSLDS    - ' WS-QTD-LIDOS-SLD
           DISPLAY 'QUANTIDADE GRAVADOS FINTRANJ- ' WS-QTD-GRAV-FINTRANJ
           DISPLAY 'QUANTIDADE RETENCOES DE IR  - ' WS-QTD-RETENCOES
           DISPLAY 'VALOR TOTAL IR RETIDO       - ' WS-VL-SOMA-IR
           DISPLAY '***************************************************'

           .
