      *                                   DA CONTA DO TOMADOR)
      *                         FINTRAN - LIBERACAO DO PRINCIPAL
      *                                   (CREDITO 'C', EXTEND)
      *                         FINLNAMR- CRONOGRAMA DE AMORTIZACAO,
      *                                   UMA LINHA POR PARCELA
      *
      * ESPECIFICAÇÃO
      * A CALCULADORA respondia "quanto custaria" e o numero morria no
      * (apos o trailer); o proximo ciclo do FINPB101 (P1000 + P1500)
      * reordena e recalcula o trailer, como ja faz para o FINPB102.
      ******************************************************************
      * VRS009 - 15/10/2026 - ESPOLIO: NOVA SITUACAO 'O' (CONTRATO DE
      *                       TITULAR FALECIDO PASSADO A EQUIPE DE
      *                       ESPOLIO PELO FINESMNT) NA CONSULTA.
      * VRS008 - 15/10/2026 - CADA MOVIMENTO GRAVADO NO FINTRAN DO
      *                       CICLO E ACUMULADO NO SALDO MEMO DO DIA
      *                       (FINMEMO, VIA SRMEMO), PARA O SALDO
      *                       DISPONIVEL DO GUICHE E DA CONSULTA.
      * VRS007 - 15/10/2026 - CRONOGRAMA DE AMORTIZACAO: A CONTRATACAO
      *                       PASSA A PEDIR O METODO (P)RICE OU (S)AC
      *                       E GRAVA NO NOVO FINLNAMR UMA LINHA POR
      *                       PARCELA, COM VENCIMENTO PREVISTO, VALOR,
      *                       JUROS, AMORTIZACAO E SALDO DEVEDOR,
      *                       CALCULADOS PELA NOVA SRAMORT (O REGIME DE
      *                       JUROS SIMPLES FICA SO PARA OS CONTRATOS
      *                       ANTERIORES, CONVERTIDOS PELO FINPB194).
      *                       FINLOAN-VL-PARCELA GUARDA A PRIMEIRA
      *                       PARCELA (NO SAC AS DEMAIS DECRESCEM). A
      *                       CONSULTA MOSTRA O SALDO DEVEDOR E A
      *                       SITUACAO DAS PARCELAS; NOVA OPCAO (P)
      *                       LISTA O CRONOGRAMA. A LIQUIDACAO
      *                       ANTECIPADA DE CONTRATO COM CRONOGRAMA
      *                       QUITA O PRINCIPAL DAS PARCELAS NAO
      *                       EMITIDAS E AS MARCA 'L' NO CRONOGRAMA.
      * VRS006 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS005 - 02/09/2026 - LIQUIDACAO ANTECIPADA: NOVA OPCAO (L)
      *                       CALCULA O VALOR DE QUITACAO DO CONTRATO
      *                       (PARCELAS NAO EMITIDAS MENOS O ABATIMENTO
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINLOAN-NR-CONTRATO
                  FILE STATUS IS WS-FS-FINLOAN.
      *    CRONOGRAMA DE AMORTIZACAO - GRAVACAO, CONSULTA E BAIXA
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.
      *    ARQUIVO SALDOS - CONFERENCIA DA CONTA DO TOMADOR (READ)
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
      *    PARCELAS JA EMITIDAS PELO FINPB195
           03  FINLOAN-QTD-EMITIDAS   PIC  9(003).
      *    'A'=Ativo, 'L'=Liquidado (todas as parcelas emitidas),
      *    'V'=Em atraso (parcela quicada viva no suspense, FINPB196),
      *    'O'=Espolio (titular falecido, FINESMNT; fora da emissao)
           03  FINLOAN-STATUS         PIC  X(001).
              88  FINLOAN-ATIVO              VALUE 'A'.
              88  FINLOAN-LIQUIDADO          VALUE 'L'.
              88  FINLOAN-EM-ATRASO          VALUE 'V'.
              88  FINLOAN-ESPOLIO            VALUE 'O'.
           03  FINLOAN-DT-CONTRATO    PIC  9(008).
      *
      *    CRONOGRAMA DE AMORTIZACAO: UMA LINHA POR PARCELA DO
      *    CONTRATO, GERADA NA CONTRATACAO (OU PELO FINPB194 PARA OS
      *    CONTRATOS ANTERIORES) E ATUALIZADA PELO FINPB195 (EMISSAO)
      *    E PELO FINPB196 (PAGAMENTO / ATRASO).
       FD  FINLNAMR
           RECORD CONTAINS 090 CHARACTERS.

       01  REG-FINLNAMR.
           03  FINLNAMR-CHAVE.
               05  FINLNAMR-NR-CONTRATO PIC 9(008).
               05  FINLNAMR-NR-PARCELA  PIC 9(003).
      *    'P'=Price, 'S'=SAC, 'J'=Juros simples (contrato anterior)
           03  FINLNAMR-METODO        PIC  X(001).
              88  FINLNAMR-PRICE             VALUE 'P'.
              88  FINLNAMR-SAC               VALUE 'S'.
              88  FINLNAMR-SIMPLES           VALUE 'J'.
      *    VENCIMENTO PREVISTO; O FINPB195 GRAVA O EFETIVO NA EMISSAO
           03  FINLNAMR-DT-VENCIMENTO PIC  9(008).
           03  FINLNAMR-VL-PARCELA    PIC  9(009)V99.
           03  FINLNAMR-VL-AMORTIZACAO PIC 9(009)V99.
           03  FINLNAMR-VL-JUROS      PIC  9(009)V99.
      *    SALDO DEVEDOR APOS O PAGAMENTO DESTA PARCELA
           03  FINLNAMR-VL-SALDO-DEVEDOR PIC 9(009)V99.
      *    'P'=Prevista (nao emitida), 'E'=Emitida (FINPB195),
      *    'Q'=Paga, 'A'=Em atraso (quicada viva no suspense,
      *    FINPB196), 'L'=Liquidada antecipadamente (FINLNMNT)
           03  FINLNAMR-STATUS        PIC  X(001).
              88  FINLNAMR-PREVISTA          VALUE 'P'.
              88  FINLNAMR-EMITIDA           VALUE 'E'.
              88  FINLNAMR-PAGA              VALUE 'Q'.
              88  FINLNAMR-EM-ATRASO         VALUE 'A'.
              88  FINLNAMR-LIQUIDADA         VALUE 'L'.
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
      *    DATA DO PAGAMENTO (OU DA LIQUIDACAO ANTECIPADA)
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
      *    MESMA DEFINICAO USADA PELO FINPB160 (VER FD FINSLD-CONSULTA)
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLOAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
      *
           05  WS-VL-RESTANTE         PIC 9(011)V99 VALUE ZEROS.
           05  WS-VL-ABATIMENTO       PIC 9(011)V99 VALUE ZEROS.
           05  WS-VL-LIQUIDACAO       PIC 9(009)V99 VALUE ZEROS.
      *
      *    CRONOGRAMA (P2300/P2600/P4500/P4800/P5500)
           05  WS-NR-PARCELA          PIC 9(003)    VALUE ZEROS.
           05  WS-VL-PRIMEIRA-PARCELA PIC 9(009)V99 VALUE ZEROS.
           05  WS-VL-ULTIMA-PARCELA   PIC 9(009)V99 VALUE ZEROS.
           05  WS-VL-SALDO-DEVEDOR    PIC 9(011)V99 VALUE ZEROS.
           05  WS-QTD-PAGAS           PIC 9(003)    VALUE ZEROS.
           05  WS-QTD-ATRASO          PIC 9(003)    VALUE ZEROS.
           05  WS-QTD-A-VENCER        PIC 9(003)    VALUE ZEROS.
           05  WS-CRONOGRAMA-SW       PIC X(001)    VALUE 'N'.
              88  TEM-CRONOGRAMA             VALUE 'S'.
           05  WS-FIM-FINLNAMR-SW     PIC X(001)    VALUE 'N'.
              88  FIM-FINLNAMR               VALUE 'S'.
           05  WS-DESC-METODO         PIC X(014)    VALUE SPACES.
      *
      *    VENCIMENTO PREVISTO: MES DA CONTRATACAO + (PARCELA - 1), NO
      *    DIA CONTRATADO - O FINPB195 COBRA A PRIMEIRA PARCELA NO
      *    FECHAMENTO DO PROPRIO MES DA CONTRATACAO
           05  WS-DT-CONTRATO-R       PIC 9(008)    VALUE ZEROS.
           05  FILLER REDEFINES WS-DT-CONTRATO-R.
               10  WS-DT-CTR-AAAA     PIC 9(004).
               10  WS-DT-CTR-MM       PIC 9(002).
               10  WS-DT-CTR-DD       PIC 9(002).
           05  WS-DT-VENCIMENTO       PIC 9(008)    VALUE ZEROS.
           05  FILLER REDEFINES WS-DT-VENCIMENTO.
               10  WS-DT-VENC-AAAA    PIC 9(004).
               10  WS-DT-VENC-MM      PIC 9(002).
               10  WS-DT-VENC-DD      PIC 9(002).
           05  WS-QTD-MESES           PIC 9(007)    VALUE ZEROS.
           05  WS-RESTO-MESES         PIC 9(002)    VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
           05  WS-CTR-TAXA-ANUAL      PIC  9(003)V99 VALUE ZEROS.
           05  WS-CTR-PRAZO-MESES     PIC  9(003)  VALUE ZEROS.
           05  WS-CTR-DIA-VENCTO      PIC  9(002)  VALUE ZEROS.
           05  WS-CTR-METODO          PIC  X(001)  VALUE SPACES.
           05  WS-CTR-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *
       01  WS-VL-PARCELA-EDITADO      PIC ZZ.ZZZ.ZZ9,99.
       01  WS-VL-EDITADO-2            PIC ZZ.ZZZ.ZZ9,99.
       01  WS-VL-EDITADO-3            PIC ZZ.ZZZ.ZZ9,99.
       01  WS-VL-EDITADO-4            PIC ZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE CHAMADA DE SRAMORT (CALCULO DE UMA PARCELA DO
      *    CRONOGRAMA - PRICE, SAC OU JUROS SIMPLES)
       01  WS-PARM-AMORT.
           05  WS-AMR-METODO          PIC X(001).
           05  WS-AMR-VL-PRINCIPAL    PIC 9(009)V99.
           05  WS-AMR-TAXA-ANUAL      PIC 9(003)V99.
           05  WS-AMR-PRAZO-MESES     PIC 9(003).
           05  WS-AMR-NR-PARCELA      PIC 9(003).
           05  WS-AMR-VL-SALDO-ANTES  PIC 9(009)V99.
           05  WS-AMR-VL-PARCELA      PIC 9(009)V99.
           05  WS-AMR-VL-JUROS        PIC 9(009)V99.
           05  WS-AMR-VL-AMORTIZACAO  PIC 9(009)V99.
           05  WS-AMR-VL-SALDO-APOS   PIC 9(009)V99.
           05  WS-AMR-COD-RETORNO     PIC X(002).
              88  WS-AMR-OK                  VALUE '00'.
      *
      *    AREA DE CHAMADA DE SRMEMO (MOVIMENTO MEMO DO DIA)
       01  WS-PARM-MEMO.
           05  WS-MEMO-FUNCAO         PIC X(001).
           05  WS-MEMO-CHAVE          PIC X(017).
           05  WS-MEMO-IND-TRAN       PIC X(001).
           05  WS-MEMO-VL-TRAN        PIC 9(009)V99.
           05  WS-MEMO-DATA-PROC      PIC 9(008).
           05  WS-MEMO-VL-DEBITOS     PIC 9(011)V99.
           05  WS-MEMO-VL-CREDITOS    PIC 9(011)V99.
           05  WS-MEMO-COD-RETORNO    PIC X(002).
              88  WS-MEMO-ERRO               VALUE '01' '99'.
           05  WS-MEMO-FILE-STATUS    PIC X(002).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      ******************************************************************
       PROCEDURE DIVISION.

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINLNAMR
           IF WS-FS-FINLNAMR EQUAL '35'
              OPEN OUTPUT FINLNAMR
              IF WS-FS-FINLNAMR NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINLNAMR - FILE STATUS = '
                        WS-FS-FINLNAMR
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINLNAMR
              OPEN I-O FINLNAMR
           END-IF
           IF WS-FS-FINLNAMR NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINLNAMR - FILE STATUS = '
                     WS-FS-FINLNAMR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINSLD-CONSULTA
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(I)NCLUIR CONTRATO  (C)ONSULTAR  (P)ARCELAS  '
                      '(L)IQUIDAR ANTECIPADO  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO
                      PERFORM P2000-CONTRATAR
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-CONTRATO
                 WHEN 'P'  WHEN 'p'
                      PERFORM P4800-LISTAR-CRONOGRAMA
                 WHEN 'L'  WHEN 'l'
                      PERFORM P5000-LIQUIDAR-CONTRATO
                 WHEN 'F'  WHEN 'f'
                 ACCEPT WS-CTR-PRAZO-MESES
                 DISPLAY 'DIA DE VENCIMENTO (01-28): '
                 ACCEPT WS-CTR-DIA-VENCTO
                 DISPLAY 'METODO DE AMORTIZACAO - (P)RICE OU (S)AC: '
                 ACCEPT WS-CTR-METODO
                 EVALUATE WS-CTR-METODO
                     WHEN 'p'
                          MOVE 'P' TO WS-CTR-METODO
                     WHEN 's'
                          MOVE 'S' TO WS-CTR-METODO
                 END-EVALUATE

                 IF WS-CTR-VL-PRINCIPAL EQUAL ZEROS
                    OR WS-CTR-PRAZO-MESES EQUAL ZEROS
                    OR WS-CTR-DIA-VENCTO EQUAL ZEROS
                    OR WS-CTR-DIA-VENCTO > 28
                    OR (WS-CTR-METODO NOT EQUAL 'P' AND 'S')
                    DISPLAY 'DADOS DO CONTRATO INVALIDOS.'
                 ELSE
      *             Simula o cronograma pelo metodo escolhido; a
      *             parcela do contrato e a primeira (no SAC, as
      *             seguintes decrescem).
                    PERFORM P2300-SIMULA-CRONOGRAMA
                    MOVE WS-VL-PRIMEIRA-PARCELA TO WS-VL-PARCELA

                    MOVE WS-VL-PARCELA TO WS-VL-PARCELA-EDITADO
                    DISPLAY 'VALOR DA PARCELA: ' WS-VL-PARCELA-EDITADO
                    IF WS-CTR-METODO EQUAL 'S'
                       MOVE WS-VL-ULTIMA-PARCELA
                         TO WS-VL-PARCELA-EDITADO
                       DISPLAY 'ULTIMA PARCELA .: '
                               WS-VL-PARCELA-EDITADO
                    END-IF
                    MOVE WS-VL-JUROS-TOTAL TO WS-VL-PARCELA-EDITADO
                    DISPLAY 'JUROS TOTAIS ...: ' WS-VL-PARCELA-EDITADO
                    DISPLAY 'CONFIRMA A CONTRATACAO (S/N)? '
                    ACCEPT WS-CTR-RESPOSTA

                    IF WS-CTR-RESPOSTA EQUAL 'S' OR 's'
                       PERFORM P2500-GRAVA-CONTRATO
                       PERFORM P2600-GRAVA-CRONOGRAMA
                       PERFORM P3000-LIBERA-PRINCIPAL
                       DISPLAY 'CONTRATO REGISTRADO E PRINCIPAL '
                               'LIBERADO P/ O PROXIMO CICLO.'

           .

      *-----------------------------------------------------------------
       P2300-SIMULA-CRONOGRAMA SECTION.
      * Percorre as parcelas pela SRAMORT so para apurar a primeira e a
      * ultima parcela e os juros totais, exibidos antes da
      * confirmacao.
      *-----------------------------------------------------------------

           MOVE 'P2300-SIMULA-CRONOGRAMA' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-VL-JUROS-TOTAL
                         WS-VL-PRIMEIRA-PARCELA
                         WS-VL-ULTIMA-PARCELA

           MOVE WS-CTR-METODO       TO WS-AMR-METODO
           MOVE WS-CTR-VL-PRINCIPAL TO WS-AMR-VL-PRINCIPAL
           MOVE WS-CTR-TAXA-ANUAL   TO WS-AMR-TAXA-ANUAL
           MOVE WS-CTR-PRAZO-MESES  TO WS-AMR-PRAZO-MESES
           MOVE WS-CTR-VL-PRINCIPAL TO WS-AMR-VL-SALDO-ANTES

           PERFORM VARYING WS-NR-PARCELA FROM 1 BY 1
                     UNTIL WS-NR-PARCELA > WS-CTR-PRAZO-MESES
              PERFORM P2350-CALCULA-PARCELA
              IF WS-NR-PARCELA EQUAL 1
                 MOVE WS-AMR-VL-PARCELA TO WS-VL-PRIMEIRA-PARCELA
              END-IF
              MOVE WS-AMR-VL-PARCELA TO WS-VL-ULTIMA-PARCELA
              ADD WS-AMR-VL-JUROS    TO WS-VL-JUROS-TOTAL
              MOVE WS-AMR-VL-SALDO-APOS TO WS-AMR-VL-SALDO-ANTES
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2350-CALCULA-PARCELA SECTION.
      * Chama a SRAMORT para a parcela WS-NR-PARCELA, a partir do saldo
      * devedor em WS-AMR-VL-SALDO-ANTES.
      *-----------------------------------------------------------------

           MOVE WS-NR-PARCELA TO WS-AMR-NR-PARCELA
           CALL 'SRAMORT' USING WS-PARM-AMORT
           IF NOT WS-AMR-OK
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - CALCULO DO CRONOGRAMA (SRAMORT) - '
                     'RETORNO = ' WS-AMR-COD-RETORNO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2500-GRAVA-CONTRATO SECTION.
      *-----------------------------------------------------------------

           .

      *-----------------------------------------------------------------
       P2600-GRAVA-CRONOGRAMA SECTION.
      * Grava no FINLNAMR uma linha por parcela do contrato recem
      * registrado, todas previstas ('P'), com o vencimento previsto
      * no mes da contratacao + (parcela - 1), no dia contratado.
      *-----------------------------------------------------------------

           MOVE 'P2600-GRAVA-CRONOGRAMA' TO WS-NOM-PARAGRAFO

           MOVE WS-CTR-METODO        TO WS-AMR-METODO
           MOVE FINLOAN-VL-PRINCIPAL TO WS-AMR-VL-PRINCIPAL
           MOVE FINLOAN-TAXA-ANUAL   TO WS-AMR-TAXA-ANUAL
           MOVE FINLOAN-PRAZO-MESES  TO WS-AMR-PRAZO-MESES
           MOVE FINLOAN-VL-PRINCIPAL TO WS-AMR-VL-SALDO-ANTES
           MOVE FINLOAN-DT-CONTRATO  TO WS-DT-CONTRATO-R

           PERFORM VARYING WS-NR-PARCELA FROM 1 BY 1
                     UNTIL WS-NR-PARCELA > FINLOAN-PRAZO-MESES
              PERFORM P2350-CALCULA-PARCELA

              COMPUTE WS-QTD-MESES = WS-DT-CTR-AAAA * 12
                                   + WS-DT-CTR-MM - 1
                                   + WS-NR-PARCELA - 1
              DIVIDE WS-QTD-MESES BY 12 GIVING WS-DT-VENC-AAAA
                                     REMAINDER WS-RESTO-MESES
              COMPUTE WS-DT-VENC-MM = WS-RESTO-MESES + 1
              MOVE FINLOAN-DIA-VENCTO TO WS-DT-VENC-DD

              MOVE SPACES                TO REG-FINLNAMR
              MOVE FINLOAN-NR-CONTRATO   TO FINLNAMR-NR-CONTRATO
              MOVE WS-NR-PARCELA         TO FINLNAMR-NR-PARCELA
              MOVE WS-CTR-METODO         TO FINLNAMR-METODO
              MOVE WS-DT-VENCIMENTO      TO FINLNAMR-DT-VENCIMENTO
              MOVE WS-AMR-VL-PARCELA     TO FINLNAMR-VL-PARCELA
              MOVE WS-AMR-VL-AMORTIZACAO TO FINLNAMR-VL-AMORTIZACAO
              MOVE WS-AMR-VL-JUROS       TO FINLNAMR-VL-JUROS
              MOVE WS-AMR-VL-SALDO-APOS  TO FINLNAMR-VL-SALDO-DEVEDOR
              MOVE 'P'                   TO FINLNAMR-STATUS
              MOVE ZEROS                 TO FINLNAMR-DT-EMISSAO
                                            FINLNAMR-DT-PAGAMENTO

              WRITE REG-FINLNAMR
              IF WS-FS-FINLNAMR NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINLNAMR - FILE STATUS = '
                        WS-FS-FINLNAMR
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              MOVE WS-AMR-VL-SALDO-APOS TO WS-AMR-VL-SALDO-ANTES
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3000-LIBERA-PRINCIPAL SECTION.
      * Gera o credito 'C' de liberacao do principal no FINTRAN do
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           PERFORM P7800-ATUALIZA-MEMO

           .

                          MOVE 'LIQUIDADO ' TO WS-DESC-STATUS
                     WHEN FINLOAN-EM-ATRASO
                          MOVE 'EM ATRASO ' TO WS-DESC-STATUS
                     WHEN FINLOAN-ESPOLIO
                          MOVE 'ESPOLIO   ' TO WS-DESC-STATUS
                     WHEN OTHER
                          MOVE '??????????' TO WS-DESC-STATUS
                 END-EVALUATE
                 DISPLAY 'SITUACAO ......: ' FINLOAN-STATUS
                         ' - ' WS-DESC-STATUS
                 DISPLAY 'CONTRATADO EM .: ' FINLOAN-DT-CONTRATO
                 PERFORM P4500-RESUMO-CRONOGRAMA
           END-READ

           IF WS-FS-FINLOAN NOT EQUAL '00' AND '23'

           .

      *-----------------------------------------------------------------
       P4500-RESUMO-CRONOGRAMA SECTION.
      * Soma o cronograma do contrato: saldo devedor (amortizacao das
      * parcelas ainda nao pagas) e quantidade de parcelas pagas, em
      * atraso e a vencer.
      *-----------------------------------------------------------------

           MOVE 'P4500-RESUMO-CRONOGRAMA' TO WS-NOM-PARAGRAFO

           PERFORM P4600-APURA-CRONOGRAMA

           IF NOT TEM-CRONOGRAMA
              DISPLAY 'CRONOGRAMA ....: NAO GERADO (VER FINPB194)'
              EXIT SECTION
           END-IF

           MOVE WS-VL-SALDO-DEVEDOR TO WS-VL-PARCELA-EDITADO
           DISPLAY 'METODO ........: ' WS-DESC-METODO
           DISPLAY 'SALDO DEVEDOR .: ' WS-VL-PARCELA-EDITADO
           DISPLAY 'PARC.PAGAS ....: ' WS-QTD-PAGAS
           DISPLAY 'PARC.EM ATRASO : ' WS-QTD-ATRASO
           DISPLAY 'PARC.A VENCER .: ' WS-QTD-A-VENCER

           .

      *-----------------------------------------------------------------
       P4600-APURA-CRONOGRAMA SECTION.
      * Le as linhas do cronograma do contrato em FINLOAN (posiciona na
      * parcela 000 e avanca enquanto o contrato for o mesmo).
      *-----------------------------------------------------------------

           MOVE 'N'   TO WS-CRONOGRAMA-SW
           MOVE 'N'   TO WS-FIM-FINLNAMR-SW
           MOVE ZEROS TO WS-VL-SALDO-DEVEDOR
                         WS-QTD-PAGAS
                         WS-QTD-ATRASO
                         WS-QTD-A-VENCER
           MOVE SPACES TO WS-DESC-METODO

           MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           MOVE ZEROS               TO FINLNAMR-NR-PARCELA
           START FINLNAMR KEY IS NOT LESS FINLNAMR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLNAMR-SW
           END-START

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
                       EVALUATE TRUE
                           WHEN FINLNAMR-PRICE
                                MOVE 'PRICE'         TO WS-DESC-METODO
                           WHEN FINLNAMR-SAC
                                MOVE 'SAC'           TO WS-DESC-METODO
                           WHEN OTHER
                                MOVE 'JUROS SIMPLES' TO WS-DESC-METODO
                       END-EVALUATE
                       EVALUATE TRUE
                           WHEN FINLNAMR-PAGA
                                ADD 1 TO WS-QTD-PAGAS
                           WHEN FINLNAMR-EM-ATRASO
                                ADD 1 TO WS-QTD-ATRASO
                                ADD FINLNAMR-VL-AMORTIZACAO
                                 TO WS-VL-SALDO-DEVEDOR
                           WHEN FINLNAMR-PREVISTA
                           WHEN FINLNAMR-EMITIDA
                                ADD 1 TO WS-QTD-A-VENCER
                                ADD FINLNAMR-VL-AMORTIZACAO
                                 TO WS-VL-SALDO-DEVEDOR
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P4800-LISTAR-CRONOGRAMA SECTION.
      * Lista o cronograma do contrato, parcela a parcela.
      *-----------------------------------------------------------------

           MOVE 'P4800-LISTAR-CRONOGRAMA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'NUMERO DO CONTRATO: '
           ACCEPT WS-CTR-NR-CONTRATO

           MOVE 'N'                TO WS-CRONOGRAMA-SW
           MOVE 'N'                TO WS-FIM-FINLNAMR-SW
           MOVE WS-CTR-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           MOVE ZEROS              TO FINLNAMR-NR-PARCELA
           START FINLNAMR KEY IS NOT LESS FINLNAMR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLNAMR-SW
           END-START

           PERFORM UNTIL FIM-FINLNAMR
              READ FINLNAMR NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
                 NOT AT END
                    IF FINLNAMR-NR-CONTRATO NOT EQUAL
                       WS-CTR-NR-CONTRATO
                       MOVE 'S' TO WS-FIM-FINLNAMR-SW
                    ELSE
                       IF NOT TEM-CRONOGRAMA
                          MOVE 'S' TO WS-CRONOGRAMA-SW
                          DISPLAY 'PARC VENCTO          PARCELA'
                                  '         JUROS   AMORTIZACAO'
                                  '   SALDO DEVEDOR SIT'
                       END-IF
                       MOVE FINLNAMR-VL-PARCELA
                         TO WS-VL-PARCELA-EDITADO
                       MOVE FINLNAMR-VL-JUROS
                         TO WS-VL-EDITADO-2
                       MOVE FINLNAMR-VL-AMORTIZACAO
                         TO WS-VL-EDITADO-3
                       MOVE FINLNAMR-VL-SALDO-DEVEDOR
                         TO WS-VL-EDITADO-4
                       DISPLAY FINLNAMR-NR-PARCELA ' '
                               FINLNAMR-DT-VENCIMENTO ' '
                               WS-VL-PARCELA-EDITADO ' '
                               WS-VL-EDITADO-2 ' '
                               WS-VL-EDITADO-3 ' '
                               WS-VL-EDITADO-4 '  '
                               FINLNAMR-STATUS
                    END-IF
              END-READ
           END-PERFORM

           IF NOT TEM-CRONOGRAMA
              DISPLAY 'CONTRATO SEM CRONOGRAMA.'
           ELSE
              DISPLAY 'SIT: P=PREVISTA E=EMITIDA Q=PAGA A=EM ATRASO '
                      'L=LIQUIDADA ANTECIPADAMENTE'
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-LIQUIDAR-CONTRATO SECTION.
      * Liquidacao antecipada: quita de uma vez as parcelas ainda nao
      *   RESTANTE   = PARCELA x (PRAZO - EMITIDAS)
      *   ABATIMENTO = JUROS TOTAIS x (PRAZO - EMITIDAS) / PRAZO
      *   LIQUIDACAO = RESTANTE - ABATIMENTO
      * Contrato com cronograma (FINLNAMR) quita o principal ainda nao
      * emitido - a soma da amortizacao das parcelas previstas, sem
      * os juros futuros -, e essas parcelas ficam 'L' no cronograma;
      * para os contratos anteriores convertidos (juros simples) o
      * valor e o mesmo da formula acima.
      * O debito de liquidacao entra no FINTRAN do ciclo (EXTEND, como
      * a liberacao do principal) com ID-TRAN 8.650.000.000 + CONTRATO,
      * e o contrato e marcado 'L' - o FINPB195 para de emitir.
           COMPUTE WS-VL-LIQUIDACAO =
                   WS-VL-RESTANTE - WS-VL-ABATIMENTO

           PERFORM P5600-PRINCIPAL-A-EMITIR
           IF TEM-CRONOGRAMA
              MOVE WS-VL-SALDO-DEVEDOR TO WS-VL-LIQUIDACAO
           END-IF

           MOVE WS-VL-LIQUIDACAO TO WS-VL-PARCELA-EDITADO
           DISPLAY 'PARCELAS RESTANTES .....: ' WS-QTD-RESTANTES
           DISPLAY 'VALOR DE LIQUIDACAO ....: ' WS-VL-PARCELA-EDITADO
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           PERFORM P7800-ATUALIZA-MEMO

           IF TEM-CRONOGRAMA
              PERFORM P5700-BAIXA-CRONOGRAMA
           END-IF

           MOVE 'L' TO FINLOAN-STATUS
           REWRITE REG-FINLOAN

           .

      *-----------------------------------------------------------------
       P5600-PRINCIPAL-A-EMITIR SECTION.
      * Soma a amortizacao das parcelas do cronograma ainda previstas
      * (nao emitidas pelo FINPB195): e o principal a quitar.
      *-----------------------------------------------------------------

           MOVE 'P5600-PRINCIPAL-A-EMITIR' TO WS-NOM-PARAGRAFO

           MOVE 'N'   TO WS-CRONOGRAMA-SW
           MOVE 'N'   TO WS-FIM-FINLNAMR-SW
           MOVE ZEROS TO WS-VL-SALDO-DEVEDOR

           MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           MOVE ZEROS               TO FINLNAMR-NR-PARCELA
           START FINLNAMR KEY IS NOT LESS FINLNAMR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLNAMR-SW
           END-START

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
                       IF FINLNAMR-PREVISTA
                          ADD FINLNAMR-VL-AMORTIZACAO
                           TO WS-VL-SALDO-DEVEDOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5700-BAIXA-CRONOGRAMA SECTION.
      * Marca 'L' (liquidada antecipadamente) as parcelas previstas do
      * contrato, com a data da liquidacao.
      *-----------------------------------------------------------------

           MOVE 'P5700-BAIXA-CRONOGRAMA' TO WS-NOM-PARAGRAFO

           MOVE 'N'                 TO WS-FIM-FINLNAMR-SW
           MOVE FINLOAN-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           MOVE ZEROS               TO FINLNAMR-NR-PARCELA
           START FINLNAMR KEY IS NOT LESS FINLNAMR-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINLNAMR-SW
           END-START

           PERFORM UNTIL FIM-FINLNAMR
              READ FINLNAMR NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLNAMR-SW
                 NOT AT END
                    IF FINLNAMR-NR-CONTRATO NOT EQUAL
                       FINLOAN-NR-CONTRATO
                       MOVE 'S' TO WS-FIM-FINLNAMR-SW
                    ELSE
                       IF FINLNAMR-PREVISTA
                          MOVE 'L'          TO FINLNAMR-STATUS
                          MOVE WS-DATA-HOJE TO FINLNAMR-DT-PAGAMENTO
                          REWRITE REG-FINLNAMR
                          IF WS-FS-FINLNAMR NOT EQUAL '00'
                             MOVE SPACES TO WS-MSG
                             STRING 'ERRO - REWRITE FINLNAMR - FILE '
                                    'STATUS = ' WS-FS-FINLNAMR
                                    DELIMITED BY SIZE  INTO WS-MSG
                             END-STRING
                             PERFORM P8000-ERRO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P7800-ATUALIZA-MEMO SECTION.
      * Acumula o movimento recem-gravado em FINTRAN no saldo memo do
      * dia da conta (SRMEMO), que o guiche e a consulta enxergam
      * antes do proximo ciclo.
      *-----------------------------------------------------------------

           MOVE 'A'                TO WS-MEMO-FUNCAO
           MOVE FINTRAN-CHAVE      TO WS-MEMO-CHAVE
           MOVE FINTRAN-IND-TRAN   TO WS-MEMO-IND-TRAN
           MOVE FINTRAN-VL-TRAN    TO WS-MEMO-VL-TRAN
           MOVE WS-DATA-HOJE       TO WS-MEMO-DATA-PROC
           CALL 'SRMEMO' USING WS-PARM-MEMO
           IF WS-MEMO-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRMEMO - RETORNO = ' WS-MEMO-COD-RETORNO
                     ' - FILE STATUS = ' WS-MEMO-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

           CLOSE FINLOAN
                 FINLNAMR
                 FINSLD-CONSULTA
                 FINTRAN

