      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : PAGAMENTO DE BOLETO (BLOQUETO DE COBRANCA) NO
      *              CAIXA: LE O CODIGO DE BARRAS OU A LINHA DIGITAVEL,
      *              CONFERE OS DIGITOS, CALCULA OS ENCARGOS DE ATRASO
      *              E PAGA NA DATA OU AGENDA PARA UM DIA UTIL FUTURO.
      *              ARQUIVOS : FINSLD   - SALDOS (CONFERENCIA DA CONTA)
      *                         FINBOLP  - PAGAMENTOS DE BOLETO
      *                         FINTRAN  - TRANSACOES DO CICLO (EXTEND)
      *                         FINBLSEQ - ULTIMO NUMERO DE PAGAMENTO
      *                         FINMEMO  - MOVIMENTO MEMO DO DIA (VIA
      *                                    SRMEMO)
      *                         FINFLOAT - CREDITOS EM FLOAT (VIA
      *                                    SRFLOAT)
      *                         FINCALEN - FERIADOS (VIA SRDIAUTIL)
      *
      * ESPECIFICAÇÃO
      * Exige sign-on pela SRSIGNON (qualquer perfil ativo). Opcoes:
      * (P)AGAR    - conta pagadora (ativa, em BRL), codigo de barras
      *              (44 digitos) ou linha digitavel (47 digitos):
      *              - LINHA DIGITAVEL: confere o DV (modulo 10) de
      *                cada um dos tres campos e remonta o codigo de
      *                barras;
      *              - CODIGO DE BARRAS: moeda '9' (real) e DV geral
      *                (posicao 5) pelo modulo 11 sobre os outros 43
      *                digitos (resto 0, 10 ou 11 = DV 1);
      *              - VENCIMENTO pelo fator (posicoes 6-9): dias
      *                contados da base 29/05/2022 (fator 1000 =
      *                22/02/2025); fator zero = sem vencimento;
      *              - VALOR nas posicoes 10-19; zero = valor livre,
      *                digitado pelo operador;
      *              - BENEFICIARIO no campo livre (posicoes 20-44),
      *                no padrao da casa: agencia (4), conta (11) e
      *                nosso numero (10); agencia+conta aprovadas pela
      *                SRMINIMAL (a camara recusaria o item, '01');
      *              - DATA DO PAGAMENTO: hoje ou um dia util futuro
      *                (SRDIAUTIL); depois do vencimento (prorrogado
      *                para o dia util seguinte, se cair em feriado ou
      *                fim de semana) cobra a multa e os juros de mora
      *                impressos no boleto: multa = valor x % e juros =
      *                valor x % ao mes / 30 x dias de atraso;
      *              - PAGAR HOJE: confere o total contra o disponivel
      *                (saldo - debitos + creditos do dia - float) mais
      *                o limite, grava o 'D' em FINTRAN.dat (OPEN
      *                EXTEND) e acumula no FINMEMO; o pagamento fica
      *                'D' (debito gerado);
      *              - AGENDAR: o pagamento fica 'A' (agendado) e o
      *                FINPB226 gera o debito no ciclo da data.
      * (C)ANCELAR - cancela ('X') um pagamento ainda agendado.
      * (L)ISTAR   - lista os pagamentos de uma conta.
      * O ID-TRAN do debito e 9.850.000.000 + NUMERO DO PAGAMENTO
      * (controle persistente em FINBLSEQ.dat, regravado a cada
      * alocacao, como o FINTLSEQ do FINTLMNT). Depois do FINPB100 o
      * FINPB227 liquida os debitos postados ('L'), gera o item de
      * saida para a camara (FINCLOUT.dat, remetido pelo FINPB220) e
      * marca como recusado ('R') o debito que nao postou.
      * Na primeira execucao o arquivo de pagamentos e criado vazio.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINBLMNT.
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
      *    ARQUIVO SALDOS - CONFERENCIA DA CONTA (READ)
      *    MESMA DEFINICAO USADA PELO FINTLMNT (VER FD FINSLD-CONSULTA).
           SELECT FINSLD-CONSULTA ASSIGN TO 'FINSLD.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLD-CONS-CHAVE
                  FILE STATUS IS WS-FS-FINSLD-CONSULTA.
      *    PAGAMENTOS DE BOLETO - PELO NUMERO DO PAGAMENTO (CHAVE) E
      *    PELA CONTA PAGADORA (ALTERNATIVA)
           SELECT FINBOLP  ASSIGN TO 'FINBOLP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINBOLP-NR-PAGAMENTO
                  ALTERNATE RECORD KEY IS FINBOLP-CONTA
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINBOLP.
      *    ARQUIVO TRANSACOES - CAPTURA (WRITE, EXTEND)
           SELECT FINTRAN  ASSIGN TO 'FINTRAN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINTRAN.
      *    ULTIMO NUMERO DE PAGAMENTO (UM REGISTRO)
           SELECT FINBLSEQ ASSIGN TO 'FINBLSEQ.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINBLSEQ.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINSLD-CONSULTA
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLD-CONSULTA.
           03  FINSLD-CONS-CHAVE      PIC  X(017).
           03  FINSLD-CONS-VL-SLD     PIC  S9(009)V99.
           03  FINSLD-CONS-STATUS     PIC  X(001).
              88  FINSLD-CONS-CONTA-ATIVA    VALUE 'A'.
           03  FINSLD-CONS-IND-LIMITE PIC  X(001).
           03  FINSLD-CONS-VL-LIMITE  PIC  9(009)V99.
           03  FINSLD-CONS-COD-MOEDA  PIC  X(003).
           03  FINSLD-CONS-TIPO-CONTA PIC  X(001).
      *
      *    UM REGISTRO POR PAGAMENTO. O CODIGO DE BARRAS E GUARDADO
      *    INTEIRO; O FINPB227 TIRA DELE O BANCO E A CONTA DO
      *    BENEFICIARIO PARA O ITEM DE SAIDA DA CAMARA.
       FD  FINBOLP
           RECORD CONTAINS 180 CHARACTERS.

       01  REG-FINBOLP.
           03  FINBOLP-NR-PAGAMENTO      PIC  9(007).
           03  FINBOLP-CONTA             PIC  X(017).
           03  FINBOLP-COD-BARRAS.
               05  FINBOLP-BCO-BENEF     PIC  X(003).
               05  FINBOLP-CB-MOEDA      PIC  X(001).
               05  FINBOLP-CB-DV         PIC  X(001).
               05  FINBOLP-CB-FATOR      PIC  X(004).
               05  FINBOLP-CB-VALOR      PIC  X(010).
               05  FINBOLP-AGEN-BENEF    PIC  X(004).
               05  FINBOLP-CC-BENEF      PIC  X(011).
               05  FINBOLP-NOSSO-NUMERO  PIC  X(010).
      *    ZEROS = BOLETO SEM VENCIMENTO
           03  FINBOLP-DT-VENCIMENTO     PIC  9(008).
           03  FINBOLP-VL-DOCUMENTO      PIC  9(009)V99.
           03  FINBOLP-VL-MULTA          PIC  9(009)V99.
           03  FINBOLP-VL-JUROS          PIC  9(009)V99.
           03  FINBOLP-VL-TOTAL          PIC  9(009)V99.
           03  FINBOLP-DT-CADASTRO       PIC  9(008).
           03  FINBOLP-DT-AGENDADA       PIC  9(008).
           03  FINBOLP-DT-DEBITO         PIC  9(008).
           03  FINBOLP-DT-LIQUIDACAO     PIC  9(008).
      *    'A'=AGENDADO  'D'=DEBITO GERADO NO FINTRAN  'L'=LIQUIDADO
      *    (ITEM ENVIADO A CAMARA)  'R'=RECUSADO (DEBITO NAO POSTOU)
      *    'X'=CANCELADO
           03  FINBOLP-STATUS            PIC  X(001).
              88  FINBOLP-AGENDADO              VALUE 'A'.
              88  FINBOLP-DEBITADO              VALUE 'D'.
              88  FINBOLP-LIQUIDADO             VALUE 'L'.
              88  FINBOLP-RECUSADO              VALUE 'R'.
              88  FINBOLP-CANCELADO             VALUE 'X'.
           03  FINBOLP-COD-OPER          PIC  X(008).
           03  FINBOLP-COD-MOEDA         PIC  X(003).
           03  FILLER                    PIC  X(016).
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
       FD  FINBLSEQ
           RECORDING MODE IS F
           RECORD CONTAINS 007 CHARACTERS.

       01  REG-FINBLSEQ.
           03  FINBLSEQ-ULT-SEQ       PIC  9(007).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINBLMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLD-CONSULTA  PIC X(002)  VALUE '00'.
           05  WS-FS-FINBOLP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRAN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINBLSEQ         PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-CAPTURA    PIC X(001)  VALUE 'S'.
              88  WS-FIM-CAPTURA             VALUE 'N'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-CONTA-OK-SW         PIC X(001)  VALUE 'N'.
              88  CONTA-OK                   VALUE 'S'.
           05  WS-CRITICA-OK-SW       PIC X(001)  VALUE 'N'.
              88  CRITICA-OK                 VALUE 'S'.
           05  WS-FIM-FINBOLP-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINBOLP                VALUE 'S'.
      *
           05  WS-ULT-SEQ             PIC 9(007)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-LISTADOS        PIC 9(005)  VALUE ZEROS.
      *
      *    BASE DO FATOR DE VENCIMENTO (FATOR 1000 = 22/02/2025)
           05  WS-DT-BASE-FATOR       PIC 9(008)  VALUE 20220529.
      *
      *    DATAS E VALORES DO PAGAMENTO EM CAPTURA
           05  WS-DT-VENCIMENTO       PIC 9(008)  VALUE ZEROS.
           05  WS-DT-VENCTO-UTIL      PIC 9(008)  VALUE ZEROS.
           05  WS-DT-PAGAMENTO        PIC 9(008)  VALUE ZEROS.
           05  WS-DT-PAGAMENTO-R REDEFINES WS-DT-PAGAMENTO.
               10  WS-DT-PAG-AAAA     PIC 9(004).
               10  WS-DT-PAG-MM       PIC 9(002).
               10  WS-DT-PAG-DD       PIC 9(002).
           05  WS-DT-CONFERE          PIC 9(008)  VALUE ZEROS.
           05  WS-QTD-DIAS-ATRASO     PIC 9(005)  VALUE ZEROS.
           05  WS-VL-DOCUMENTO        PIC 9(009)V99   VALUE ZEROS.
           05  WS-VL-MULTA            PIC 9(009)V99   VALUE ZEROS.
           05  WS-VL-JUROS            PIC 9(009)V99   VALUE ZEROS.
           05  WS-VL-TOTAL            PIC 9(009)V99   VALUE ZEROS.
           05  WS-PCT-MULTA           PIC 9(002)V99   VALUE ZEROS.
           05  WS-PCT-JUROS           PIC 9(002)V99   VALUE ZEROS.
      *
      *    SALDO DISPONIVEL DA CONTA (ABERTURA - DEBITOS + CREDITOS DO
      *    DIA - CREDITOS EM FLOAT) E TETO DO PAGAMENTO (DISPONIVEL +
      *    LIMITE)
           05  WS-VL-DISPONIVEL       PIC S9(011)V99  VALUE ZEROS.
           05  WS-VL-TETO-PAGTO       PIC S9(011)V99  VALUE ZEROS.
      *
      *    CALCULO DOS DIGITOS VERIFICADORES (MODULO 10 E MODULO 11)
           05  WS-DV-BASE             PIC X(043)  VALUE SPACES.
           05  WS-DV-TAM              PIC S9(003) COMP VALUE ZEROS.
           05  WS-DV-IND              PIC S9(003) COMP VALUE ZEROS.
           05  WS-DV-DIGITO           PIC 9(001)  VALUE ZEROS.
           05  WS-DV-PESO             PIC 9(002)  VALUE ZEROS.
           05  WS-DV-PRODUTO          PIC 9(003)  VALUE ZEROS.
           05  WS-DV-SOMA             PIC 9(005)  VALUE ZEROS.
           05  WS-DV-QUOC             PIC 9(005)  VALUE ZEROS.
           05  WS-DV-RESTO            PIC 9(002)  VALUE ZEROS.
           05  WS-DV-CALC             PIC 9(002)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-VL-EDITADO              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    CODIGO DE BARRAS (44 POSICOES)
       01  WS-COD-BARRAS.
           05  WS-CB-BANCO            PIC X(003).
           05  WS-CB-MOEDA            PIC X(001).
           05  WS-CB-DV               PIC 9(001).
           05  WS-CB-FATOR            PIC 9(004).
           05  WS-CB-VALOR            PIC 9(008)V99.
           05  WS-CB-CAMPO-LIVRE.
               10  WS-CB-AGEN-BENEF   PIC X(004).
               10  WS-CB-CC-BENEF     PIC X(011).
               10  WS-CB-NOSSO-NUMERO PIC X(010).
      *
      *    LINHA DIGITAVEL (47 POSICOES): TRES CAMPOS COM DV PROPRIO,
      *    DV GERAL, FATOR DE VENCIMENTO E VALOR
       01  WS-LINHA-DIGITAVEL.
           05  WS-LD-CAMPO1           PIC X(009).
           05  WS-LD-DV1              PIC 9(001).
           05  WS-LD-CAMPO2           PIC X(010).
           05  WS-LD-DV2              PIC 9(001).
           05  WS-LD-CAMPO3           PIC X(010).
           05  WS-LD-DV3              PIC 9(001).
           05  WS-LD-DV-GERAL         PIC X(001).
           05  WS-LD-FATOR            PIC X(004).
           05  WS-LD-VALOR            PIC X(010).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRMINIMAL (VALIDACAO DA CHAVE)
       01  WS-PARM-VALIDA-CHAVE.
           05  WS-PARM-NR-AGEN        PIC 9(004).
           05  WS-PARM-NR-CC          PIC X(011).
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
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
      *    AREA DE CHAMADA DE SRFLOAT (CREDITOS EM FLOAT DA CONTA)
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
      *    AREA DE CHAMADA DE SRDIAUTIL (CALENDARIO DE DIAS UTEIS)
       01  WS-PARM-DIA-UTIL.
           05  WS-DIU-DATA            PIC 9(008).
           05  WS-DIU-FUNCAO          PIC X(001).
           05  WS-DIU-DATA-RESULT     PIC 9(008).
           05  WS-DIU-IND-UTIL        PIC X(001).
           05  WS-DIU-COD-RETORNO     PIC X(002).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-CAPTURA.
           05  WS-CAP-NR-AGEN         PIC  9(004)  VALUE ZEROS.
           05  WS-CAP-NR-CC           PIC  X(011)  VALUE SPACES.
           05  WS-CAP-COD-SUBCONTA    PIC  X(002)  VALUE SPACES.
           05  WS-CAP-CODIGO          PIC  X(048)  VALUE SPACES.
           05  WS-CAP-VL-DOCUMENTO    PIC  9(009)V99 VALUE ZEROS.
           05  WS-CAP-NR-PAGAMENTO    PIC  9(007)  VALUE ZEROS.
           05  WS-CAP-RESPOSTA        PIC  X(001)  VALUE SPACES.
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

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINBLMNT - PAGAMENTO DE BOLETOS'
           DISPLAY '***************************************************'

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              MOVE 99 TO RETURN-CODE
              GOBACK
           END-IF

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINSLD-CONSULTA
           IF WS-FS-FINSLD-CONSULTA NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLD.dat - FILE STATUS = '
                     WS-FS-FINSLD-CONSULTA
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINBOLP
           IF WS-FS-FINBOLP EQUAL '35'
              OPEN OUTPUT FINBOLP
              CLOSE FINBOLP
              OPEN I-O FINBOLP
           END-IF
           IF WS-FS-FINBOLP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINBOLP - FILE STATUS = '
                     WS-FS-FINBOLP
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

      *    Ultimo numero de pagamento: ausente = comeca de zero.
           OPEN INPUT FINBLSEQ
           EVALUATE WS-FS-FINBLSEQ
               WHEN '00'
                    READ FINBLSEQ
                       AT END
                          CONTINUE
                       NOT AT END
                          IF FINBLSEQ-ULT-SEQ NUMERIC
                             MOVE FINBLSEQ-ULT-SEQ TO WS-ULT-SEQ
                          END-IF
                    END-READ
                    CLOSE FINBLSEQ
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINBLSEQ - FILE STATUS = '
                           WS-FS-FINBLSEQ
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-EXECUCAO
           DISPLAY 'OPERADOR DE CAIXA ...: ' WS-SGN-COD-OPER

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-CAPTURA

              DISPLAY ' '
              DISPLAY '(P)AGAR/AGENDAR  (C)ANCELAR AGENDAMENTO  '
                      '(L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'P'  WHEN 'p'
                      PERFORM P2000-PAGAR
                 WHEN 'C'  WHEN 'c'
                      PERFORM P5000-CANCELAR
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6000-LISTAR-CONTA
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-CAPTURA
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-PAGAR SECTION.
      * Captura um pagamento: conta pagadora, boleto, data e encargos;
      * paga hoje (debito no FINTRAN) ou agenda.
      *-----------------------------------------------------------------

           MOVE 'P2000-PAGAR' TO WS-NOM-PARAGRAFO

           PERFORM P2500-CRITICA-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF
           IF FINSLD-CONS-COD-MOEDA NOT EQUAL 'BRL'
              DISPLAY 'BOLETO SO PODE SER PAGO POR CONTA EM BRL.'
              EXIT SECTION
           END-IF

           PERFORM P3000-LE-CODIGO
           IF NOT CRITICA-OK
              EXIT SECTION
           END-IF

           PERFORM P3500-DECODIFICA-BOLETO
           IF NOT CRITICA-OK
              EXIT SECTION
           END-IF

           PERFORM P4000-DATA-PAGAMENTO
           IF NOT CRITICA-OK
              EXIT SECTION
           END-IF

           PERFORM P4500-ENCARGOS

           MOVE WS-VL-DOCUMENTO TO WS-VL-EDITADO
           DISPLAY 'VALOR DO DOCUMENTO: ' WS-VL-EDITADO
           MOVE WS-VL-MULTA     TO WS-VL-EDITADO
           DISPLAY 'MULTA ............: ' WS-VL-EDITADO
           MOVE WS-VL-JUROS     TO WS-VL-EDITADO
           DISPLAY 'JUROS DE MORA ....: ' WS-VL-EDITADO
           MOVE WS-VL-TOTAL     TO WS-VL-EDITADO
           DISPLAY 'TOTAL A PAGAR ....: ' WS-VL-EDITADO

      *    Pagamento no dia: o teto e o disponivel (abertura - debitos
      *    + creditos ja digitados - float) mais o limite, como no
      *    saque do FINTLMNT. O agendado e julgado pelo FINPB100 no
      *    ciclo da data.
           IF WS-DT-PAGAMENTO EQUAL WS-DATA-EXECUCAO
              MOVE WS-VL-DISPONIVEL TO WS-VL-TETO-PAGTO
              IF FINSLD-CONS-IND-LIMITE EQUAL 'S'
                 ADD FINSLD-CONS-VL-LIMITE TO WS-VL-TETO-PAGTO
              END-IF
              IF WS-VL-TOTAL > WS-VL-TETO-PAGTO
                 MOVE WS-VL-TETO-PAGTO TO WS-VL-EDITADO
                 DISPLAY 'PAGAMENTO RECUSADO - ACIMA DO DISPONIVEL + '
                         'LIMITE: ' WS-VL-EDITADO
                 EXIT SECTION
              END-IF
              DISPLAY 'CONFIRMA O PAGAMENTO HOJE (S/N)? '
           ELSE
              DISPLAY 'CONFIRMA O AGENDAMENTO PARA ' WS-DT-PAGAMENTO
                      ' (S/N)? '
           END-IF
           ACCEPT WS-CAP-RESPOSTA
           IF WS-CAP-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'PAGAMENTO CANCELADO.'
              EXIT SECTION
           END-IF

           PERFORM P4800-GRAVA-PAGAMENTO

           .

      *-----------------------------------------------------------------
       P2500-CRITICA-CONTA SECTION.
      * Valida a chave pela SRMINIMAL e confere em FINSLD que a conta
      * existe e esta ativa; exibe saldo de abertura e moeda.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-OK-SW

           DISPLAY 'AGENCIA: '
           ACCEPT WS-CAP-NR-AGEN
           DISPLAY 'CONTA: '
           ACCEPT WS-CAP-NR-CC
           DISPLAY 'SUBCONTA (BRANCO = 00-PRINCIPAL): '
           ACCEPT WS-CAP-COD-SUBCONTA
           IF WS-CAP-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO WS-CAP-COD-SUBCONTA
           END-IF

           MOVE WS-CAP-NR-AGEN TO WS-PARM-NR-AGEN
           MOVE WS-CAP-NR-CC   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           IF NOT WS-CHAVE-VALIDA
              DISPLAY 'CHAVE DE CONTA INVALIDA - RETORNO SRMINIMAL = '
                      WS-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           MOVE SPACES TO FINSLD-CONS-CHAVE
           STRING WS-CAP-NR-AGEN WS-CAP-NR-CC WS-CAP-COD-SUBCONTA
                  DELIMITED BY SIZE INTO FINSLD-CONS-CHAVE
           END-STRING

           READ FINSLD-CONSULTA
              INVALID KEY
                 DISPLAY 'CONTA NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF FINSLD-CONS-CONTA-ATIVA
                    MOVE 'S' TO WS-CONTA-OK-SW
                    MOVE FINSLD-CONS-VL-SLD TO WS-VL-EDITADO
                    DISPLAY 'SALDO DE ABERTURA: ' WS-VL-EDITADO
                            '  MOEDA: ' FINSLD-CONS-COD-MOEDA
                    PERFORM P2600-SALDO-DISPONIVEL
                 ELSE
                    DISPLAY 'CONTA NAO ESTA ATIVA - SITUACAO '
                            FINSLD-CONS-STATUS
                 END-IF
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
       P2600-SALDO-DISPONIVEL SECTION.
      * Debitos e creditos ja digitados no dia para a conta, creditos
      * ainda em float e saldo disponivel (abertura - debitos +
      * creditos - float), como no FINTLMNT.
      *-----------------------------------------------------------------

           MOVE 'C'               TO WS-MEMO-FUNCAO
           MOVE FINSLD-CONS-CHAVE TO WS-MEMO-CHAVE
           PERFORM P2700-CHAMA-SRMEMO

           MOVE FINSLD-CONS-CHAVE TO WS-FLT-CHAVE
           MOVE WS-DATA-EXECUCAO  TO WS-FLT-DATA-REF
           CALL 'SRFLOAT' USING WS-PARM-FLOAT
           IF WS-FLT-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRFLOAT - FILE STATUS = '
                     WS-FLT-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           COMPUTE WS-VL-DISPONIVEL = FINSLD-CONS-VL-SLD
                                    - WS-MEMO-VL-DEBITOS
                                    + WS-MEMO-VL-CREDITOS
                                    - WS-FLT-VL-FLOAT

           MOVE WS-VL-DISPONIVEL    TO WS-VL-EDITADO
           DISPLAY 'SALDO DISPONIVEL : ' WS-VL-EDITADO
           IF FINSLD-CONS-IND-LIMITE EQUAL 'S'
              MOVE FINSLD-CONS-VL-LIMITE TO WS-VL-EDITADO
              DISPLAY 'LIMITE ..........: ' WS-VL-EDITADO
           END-IF

           .

      *-----------------------------------------------------------------
       P2700-CHAMA-SRMEMO SECTION.
      * Chama a SRMEMO com WS-PARM-MEMO preenchida; erro de arquivo
      * encerra o programa (o guiche nao pode operar sem o memo).
      *-----------------------------------------------------------------

           CALL 'SRMEMO' USING WS-PARM-MEMO
           IF WS-MEMO-ERRO
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SRMEMO FUNCAO ' WS-MEMO-FUNCAO
                     ' - RETORNO = ' WS-MEMO-COD-RETORNO
                     ' - FILE STATUS = ' WS-MEMO-FILE-STATUS
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-LE-CODIGO SECTION.
      * Le o codigo de barras (44 digitos) ou a linha digitavel (47
      * digitos, convertida para o codigo de barras depois de
      * conferidos os DVs dos campos) e confere moeda e DV geral.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CRITICA-OK-SW

           DISPLAY 'CODIGO DE BARRAS (44) OU LINHA DIGITAVEL (47) - '
                   'SO OS DIGITOS: '
           MOVE SPACES TO WS-CAP-CODIGO
           ACCEPT WS-CAP-CODIGO

           EVALUATE TRUE
               WHEN WS-CAP-CODIGO(45:4) EQUAL SPACES
                AND WS-CAP-CODIGO(1:44) NUMERIC
                    MOVE WS-CAP-CODIGO(1:44) TO WS-COD-BARRAS
               WHEN WS-CAP-CODIGO(48:1) EQUAL SPACE
                AND WS-CAP-CODIGO(1:47) NUMERIC
                    MOVE WS-CAP-CODIGO(1:47) TO WS-LINHA-DIGITAVEL
                    PERFORM P3100-CONFERE-LINHA
                    IF NOT CRITICA-OK
                       EXIT SECTION
                    END-IF
                    MOVE 'N' TO WS-CRITICA-OK-SW
                    PERFORM P3200-MONTA-BARRAS
               WHEN OTHER
                    DISPLAY 'CODIGO INVALIDO - INFORME 44 OU 47 '
                            'DIGITOS, SEM PONTOS OU ESPACOS.'
                    EXIT SECTION
           END-EVALUATE

           IF WS-CB-MOEDA NOT EQUAL '9'
              DISPLAY 'BOLETO EM MOEDA NAO ACEITA - CODIGO '
                      WS-CB-MOEDA
              EXIT SECTION
           END-IF

      *    DV geral: modulo 11 sobre as 43 posicoes sem o proprio DV.
           MOVE SPACES             TO WS-DV-BASE
           MOVE WS-COD-BARRAS(1:4) TO WS-DV-BASE(1:4)
           MOVE WS-COD-BARRAS(6:39) TO WS-DV-BASE(5:39)
           MOVE 43                 TO WS-DV-TAM
           PERFORM P3400-MODULO-11
           IF WS-DV-CALC NOT EQUAL WS-CB-DV
              DISPLAY 'DIGITO VERIFICADOR DO CODIGO DE BARRAS NAO '
                      'CONFERE.'
              EXIT SECTION
           END-IF

           MOVE 'S' TO WS-CRITICA-OK-SW

           .

      *-----------------------------------------------------------------
       P3100-CONFERE-LINHA SECTION.
      * Confere pelo modulo 10 o DV de cada campo da linha digitavel.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CRITICA-OK-SW

           MOVE SPACES       TO WS-DV-BASE
           MOVE WS-LD-CAMPO1 TO WS-DV-BASE
           MOVE 9            TO WS-DV-TAM
           PERFORM P3300-MODULO-10
           IF WS-DV-CALC NOT EQUAL WS-LD-DV1
              DISPLAY 'DIGITO DO CAMPO 1 DA LINHA DIGITAVEL NAO '
                      'CONFERE.'
              EXIT SECTION
           END-IF

           MOVE SPACES       TO WS-DV-BASE
           MOVE WS-LD-CAMPO2 TO WS-DV-BASE
           MOVE 10           TO WS-DV-TAM
           PERFORM P3300-MODULO-10
           IF WS-DV-CALC NOT EQUAL WS-LD-DV2
              DISPLAY 'DIGITO DO CAMPO 2 DA LINHA DIGITAVEL NAO '
                      'CONFERE.'
              EXIT SECTION
           END-IF

           MOVE SPACES       TO WS-DV-BASE
           MOVE WS-LD-CAMPO3 TO WS-DV-BASE
           MOVE 10           TO WS-DV-TAM
           PERFORM P3300-MODULO-10
           IF WS-DV-CALC NOT EQUAL WS-LD-DV3
              DISPLAY 'DIGITO DO CAMPO 3 DA LINHA DIGITAVEL NAO '
                      'CONFERE.'
              EXIT SECTION
           END-IF

           MOVE 'S' TO WS-CRITICA-OK-SW

           .

      *-----------------------------------------------------------------
       P3200-MONTA-BARRAS SECTION.
      * Remonta o codigo de barras a partir da linha digitavel: banco
      * e moeda (campo 1), DV geral, fator, valor e campo livre
      * (restante do campo 1, campos 2 e 3).
      *-----------------------------------------------------------------

           MOVE WS-LD-CAMPO1(1:4)  TO WS-COD-BARRAS(1:4)
           MOVE WS-LD-DV-GERAL     TO WS-COD-BARRAS(5:1)
           MOVE WS-LD-FATOR        TO WS-COD-BARRAS(6:4)
           MOVE WS-LD-VALOR        TO WS-COD-BARRAS(10:10)
           MOVE WS-LD-CAMPO1(5:5)  TO WS-COD-BARRAS(20:5)
           MOVE WS-LD-CAMPO2       TO WS-COD-BARRAS(25:10)
           MOVE WS-LD-CAMPO3       TO WS-COD-BARRAS(35:10)

           .

      *-----------------------------------------------------------------
       P3300-MODULO-10 SECTION.
      * DV modulo 10 das WS-DV-TAM primeiras posicoes de WS-DV-BASE:
      * pesos 2 e 1 alternados a partir da direita, produto acima de 9
      * reduzido a soma dos seus digitos; DV = 10 - resto (resto zero
      * = DV zero).
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO

           PERFORM VARYING WS-DV-IND FROM WS-DV-TAM BY -1
                   UNTIL WS-DV-IND < 1
              MOVE WS-DV-BASE(WS-DV-IND:1) TO WS-DV-DIGITO
              COMPUTE WS-DV-PRODUTO = WS-DV-DIGITO * WS-DV-PESO
              IF WS-DV-PRODUTO > 9
                 SUBTRACT 9 FROM WS-DV-PRODUTO
              END-IF
              ADD WS-DV-PRODUTO TO WS-DV-SOMA
              IF WS-DV-PESO EQUAL 2
                 MOVE 1 TO WS-DV-PESO
              ELSE
                 MOVE 2 TO WS-DV-PESO
              END-IF
           END-PERFORM

           DIVIDE WS-DV-SOMA BY 10
                  GIVING WS-DV-QUOC REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO EQUAL ZEROS
              MOVE ZEROS TO WS-DV-CALC
           ELSE
              COMPUTE WS-DV-CALC = 10 - WS-DV-RESTO
           END-IF

           .

      *-----------------------------------------------------------------
       P3400-MODULO-11 SECTION.
      * DV modulo 11 das WS-DV-TAM primeiras posicoes de WS-DV-BASE:
      * pesos de 2 a 9, recomecando, a partir da direita; DV = 11 -
      * resto, e o resultado 0, 10 ou 11 vira 1.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO

           PERFORM VARYING WS-DV-IND FROM WS-DV-TAM BY -1
                   UNTIL WS-DV-IND < 1
              MOVE WS-DV-BASE(WS-DV-IND:1) TO WS-DV-DIGITO
              COMPUTE WS-DV-PRODUTO = WS-DV-DIGITO * WS-DV-PESO
              ADD WS-DV-PRODUTO TO WS-DV-SOMA
              IF WS-DV-PESO EQUAL 9
                 MOVE 2 TO WS-DV-PESO
              ELSE
                 ADD 1 TO WS-DV-PESO
              END-IF
           END-PERFORM

           DIVIDE WS-DV-SOMA BY 11
                  GIVING WS-DV-QUOC REMAINDER WS-DV-RESTO
           COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           IF WS-DV-CALC EQUAL 0 OR 10 OR 11
              MOVE 1 TO WS-DV-CALC
           END-IF

           .

      *-----------------------------------------------------------------
       P3500-DECODIFICA-BOLETO SECTION.
      * Tira do codigo de barras o banco e a conta do beneficiario, o
      * vencimento (fator) e o valor (zero = digitado).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CRITICA-OK-SW

           IF WS-CB-BANCO EQUAL '000'
              DISPLAY 'BANCO DO BENEFICIARIO INVALIDO.'
              EXIT SECTION
           END-IF

      *    Beneficiario no padrao da casa para o campo livre; a mesma
      *    regra de digito que a camara aplica ao item de saida.
           IF WS-CB-AGEN-BENEF NOT NUMERIC
              DISPLAY 'BENEFICIARIO NAO IDENTIFICADO NO CAMPO LIVRE.'
              EXIT SECTION
           END-IF
           MOVE WS-CB-AGEN-BENEF TO WS-PARM-NR-AGEN
           MOVE WS-CB-CC-BENEF   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE
           IF NOT WS-CHAVE-VALIDA
              DISPLAY 'CONTA DO BENEFICIARIO INVALIDA - RETORNO '
                      'SRMINIMAL = ' WS-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           IF WS-CB-FATOR EQUAL ZEROS
              MOVE ZEROS TO WS-DT-VENCIMENTO
              DISPLAY 'BANCO ' WS-CB-BANCO ' - BOLETO SEM VENCIMENTO'
           ELSE
              COMPUTE WS-DT-VENCIMENTO =
                      FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DT-BASE-FATOR)
                       + WS-CB-FATOR)
              DISPLAY 'BANCO ' WS-CB-BANCO ' - VENCIMENTO '
                      WS-DT-VENCIMENTO
           END-IF

           IF WS-CB-VALOR EQUAL ZEROS
              DISPLAY 'BOLETO SEM VALOR - VALOR DO DOCUMENTO: '
              ACCEPT WS-CAP-VL-DOCUMENTO
              IF WS-CAP-VL-DOCUMENTO EQUAL ZEROS
                 DISPLAY 'VALOR INVALIDO.'
                 EXIT SECTION
              END-IF
              MOVE WS-CAP-VL-DOCUMENTO TO WS-VL-DOCUMENTO
           ELSE
              MOVE WS-CB-VALOR TO WS-VL-DOCUMENTO
           END-IF

           MOVE 'S' TO WS-CRITICA-OK-SW

           .

      *-----------------------------------------------------------------
       P4000-DATA-PAGAMENTO SECTION.
      * Data do pagamento: zero = hoje; senao uma data valida, nao
      * anterior a hoje e dia util.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CRITICA-OK-SW

           DISPLAY 'DATA DO PAGAMENTO AAAAMMDD (ZERO = HOJE): '
           ACCEPT WS-DT-PAGAMENTO
           IF WS-DT-PAGAMENTO EQUAL ZEROS
              MOVE WS-DATA-EXECUCAO TO WS-DT-PAGAMENTO
           END-IF

           IF WS-DT-PAG-MM EQUAL ZEROS OR WS-DT-PAG-MM > 12
              OR WS-DT-PAG-DD EQUAL ZEROS OR WS-DT-PAG-DD > 31
              OR WS-DT-PAGAMENTO < WS-DATA-EXECUCAO
              DISPLAY 'DATA INVALIDA OU ANTERIOR A HOJE.'
              EXIT SECTION
           END-IF
      *    Dia inexistente no mes (31/04, 29/02 fora do bissexto) nao
      *    volta igual da conversao para dias e de volta para data.
           COMPUTE WS-DT-CONFERE =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DT-PAGAMENTO))
           IF WS-DT-CONFERE NOT EQUAL WS-DT-PAGAMENTO
              DISPLAY 'DATA INVALIDA OU ANTERIOR A HOJE.'
              EXIT SECTION
           END-IF

           MOVE WS-DT-PAGAMENTO TO WS-DIU-DATA
           MOVE 'V'             TO WS-DIU-FUNCAO
           CALL 'SRDIAUTIL' USING WS-PARM-DIA-UTIL
           IF WS-DIU-IND-UTIL NOT EQUAL 'S'
              DISPLAY 'A DATA DO PAGAMENTO PRECISA SER DIA UTIL.'
              EXIT SECTION
           END-IF

           MOVE 'S' TO WS-CRITICA-OK-SW

           .

      *-----------------------------------------------------------------
       P4500-ENCARGOS SECTION.
      * Boleto pago depois do vencimento (prorrogado para o proximo
      * dia util): multa e juros de mora pelos percentuais impressos
      * no boleto, contados os dias corridos desde o vencimento.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-VL-MULTA
           MOVE ZEROS TO WS-VL-JUROS
           MOVE ZEROS TO WS-QTD-DIAS-ATRASO
           MOVE WS-VL-DOCUMENTO TO WS-VL-TOTAL

           IF WS-DT-VENCIMENTO EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE WS-DT-VENCIMENTO TO WS-DIU-DATA
           MOVE 'P'              TO WS-DIU-FUNCAO
           CALL 'SRDIAUTIL' USING WS-PARM-DIA-UTIL
           MOVE WS-DIU-DATA-RESULT TO WS-DT-VENCTO-UTIL

           IF WS-DT-PAGAMENTO NOT GREATER WS-DT-VENCTO-UTIL
              EXIT SECTION
           END-IF

           COMPUTE WS-QTD-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DT-PAGAMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-DT-VENCIMENTO)
           DISPLAY 'BOLETO VENCIDO HA ' WS-QTD-DIAS-ATRASO
                   ' DIA(S) NA DATA DO PAGAMENTO.'

           DISPLAY 'MULTA % IMPRESSA NO BOLETO (ZERO = SEM MULTA): '
           ACCEPT WS-PCT-MULTA
           DISPLAY 'JUROS % AO MES IMPRESSOS NO BOLETO (ZERO = SEM '
                   'JUROS): '
           ACCEPT WS-PCT-JUROS

           COMPUTE WS-VL-MULTA ROUNDED =
                   WS-VL-DOCUMENTO * WS-PCT-MULTA / 100
           COMPUTE WS-VL-JUROS ROUNDED =
                   WS-VL-DOCUMENTO * WS-PCT-JUROS
                   * WS-QTD-DIAS-ATRASO / 3000
           COMPUTE WS-VL-TOTAL =
                   WS-VL-DOCUMENTO + WS-VL-MULTA + WS-VL-JUROS

           .

      *-----------------------------------------------------------------
       P4800-GRAVA-PAGAMENTO SECTION.
      * Aloca o numero do pagamento e grava FINBOLP; pagamento no dia
      * gera tambem o debito no FINTRAN e o acumula no memo.
      *-----------------------------------------------------------------

           MOVE 'P4800-GRAVA-PAGAMENTO' TO WS-NOM-PARAGRAFO

           ADD 1 TO WS-ULT-SEQ
      *    O controle e regravado JA NA ALOCACAO (como o FINTLSEQ do
      *    FINTLMNT): uma sessao que caia no meio do dia nao pode
      *    reusar o numero, que e tambem o ID-TRAN do debito.
           PERFORM P7000-GRAVA-FINBLSEQ

           MOVE SPACES                TO REG-FINBOLP
           MOVE WS-ULT-SEQ            TO FINBOLP-NR-PAGAMENTO
           MOVE FINSLD-CONS-CHAVE     TO FINBOLP-CONTA
           MOVE WS-COD-BARRAS         TO FINBOLP-COD-BARRAS
           MOVE WS-DT-VENCIMENTO      TO FINBOLP-DT-VENCIMENTO
           MOVE WS-VL-DOCUMENTO       TO FINBOLP-VL-DOCUMENTO
           MOVE WS-VL-MULTA           TO FINBOLP-VL-MULTA
           MOVE WS-VL-JUROS           TO FINBOLP-VL-JUROS
           MOVE WS-VL-TOTAL           TO FINBOLP-VL-TOTAL
           MOVE WS-DATA-EXECUCAO      TO FINBOLP-DT-CADASTRO
           MOVE WS-DT-PAGAMENTO       TO FINBOLP-DT-AGENDADA
           MOVE ZEROS                 TO FINBOLP-DT-DEBITO
           MOVE ZEROS                 TO FINBOLP-DT-LIQUIDACAO
           MOVE WS-SGN-COD-OPER       TO FINBOLP-COD-OPER
           MOVE FINSLD-CONS-COD-MOEDA TO FINBOLP-COD-MOEDA
           IF WS-DT-PAGAMENTO EQUAL WS-DATA-EXECUCAO
              MOVE 'D'              TO FINBOLP-STATUS
              MOVE WS-DATA-EXECUCAO TO FINBOLP-DT-DEBITO
           ELSE
              MOVE 'A'              TO FINBOLP-STATUS
           END-IF

           WRITE REG-FINBOLP
           IF WS-FS-FINBOLP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINBOLP - FILE STATUS = '
                     WS-FS-FINBOLP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF FINBOLP-AGENDADO
              DISPLAY 'PAGAMENTO ' FINBOLP-NR-PAGAMENTO
                      ' AGENDADO PARA ' FINBOLP-DT-AGENDADA '.'
              EXIT SECTION
           END-IF

           MOVE SPACES                TO REG-FINTRAN
           MOVE FINBOLP-CONTA         TO FINTRAN-CHAVE
           MOVE FINBOLP-VL-TOTAL      TO FINTRAN-VL-TRAN
           MOVE 'D'                   TO FINTRAN-IND-TRAN
      *    Faixa 9.850.000.000-9.859.999.999 reservada para o
      *    pagamento de boletos (colisao de ID = rejeicao por
      *    duplicata).
           COMPUTE FINTRAN-ID-TRAN = 9850000000 + FINBOLP-NR-PAGAMENTO
           MOVE ZEROS                 TO FINTRAN-DT-EFETIVA
           MOVE FINBOLP-COD-MOEDA     TO FINTRAN-COD-MOEDA

           WRITE REG-FINTRAN    END-WRITE
           IF WS-FS-FINTRAN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTRAN - FILE STATUS = '
                     WS-FS-FINTRAN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Movimento do dia no saldo memo da conta.
           MOVE 'A'                TO WS-MEMO-FUNCAO
           MOVE FINTRAN-CHAVE      TO WS-MEMO-CHAVE
           MOVE FINTRAN-IND-TRAN   TO WS-MEMO-IND-TRAN
           MOVE FINTRAN-VL-TRAN    TO WS-MEMO-VL-TRAN
           MOVE WS-DATA-EXECUCAO   TO WS-MEMO-DATA-PROC
           PERFORM P2700-CHAMA-SRMEMO

           DISPLAY 'PAGAMENTO ' FINBOLP-NR-PAGAMENTO
                   ' CAPTURADO - ID ' FINTRAN-ID-TRAN
                   ' P/ O PROXIMO CICLO.'

           .

      *-----------------------------------------------------------------
       P5000-CANCELAR SECTION.
      * Cancela um pagamento agendado (o debito ainda nao foi gerado).
      *-----------------------------------------------------------------

           MOVE 'P5000-CANCELAR' TO WS-NOM-PARAGRAFO

           DISPLAY 'NUMERO DO PAGAMENTO: '
           ACCEPT WS-CAP-NR-PAGAMENTO

           MOVE WS-CAP-NR-PAGAMENTO TO FINBOLP-NR-PAGAMENTO
           READ FINBOLP
              INVALID KEY
                 DISPLAY 'PAGAMENTO NAO ENCONTRADO.'
                 EXIT SECTION
           END-READ
           IF WS-FS-FINBOLP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINBOLP - FILE STATUS = '
                     WS-FS-FINBOLP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF NOT FINBOLP-AGENDADO
              DISPLAY 'SO PAGAMENTO AGENDADO PODE SER CANCELADO - '
                      'SITUACAO ' FINBOLP-STATUS
              EXIT SECTION
           END-IF

           MOVE FINBOLP-VL-TOTAL TO WS-VL-EDITADO
           DISPLAY 'CONTA ' FINBOLP-CONTA ' - BANCO '
                   FINBOLP-BCO-BENEF ' - DATA ' FINBOLP-DT-AGENDADA
           DISPLAY 'CONFIRMA O CANCELAMENTO DE ' WS-VL-EDITADO
                   ' (S/N)? '
           ACCEPT WS-CAP-RESPOSTA
           IF WS-CAP-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'CANCELAMENTO NAO EFETUADO.'
              EXIT SECTION
           END-IF

           MOVE 'X' TO FINBOLP-STATUS
           REWRITE REG-FINBOLP
           IF WS-FS-FINBOLP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINBOLP - FILE STATUS = '
                     WS-FS-FINBOLP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'PAGAMENTO ' FINBOLP-NR-PAGAMENTO ' CANCELADO.'

           .

      *-----------------------------------------------------------------
       P6000-LISTAR-CONTA SECTION.
      * Lista os pagamentos da conta pela chave alternativa.
      *-----------------------------------------------------------------

           MOVE 'P6000-LISTAR-CONTA' TO WS-NOM-PARAGRAFO

           PERFORM P2500-CRITICA-CONTA
           IF NOT CONTA-OK
              EXIT SECTION
           END-IF

           MOVE ZEROS             TO WS-QTD-LISTADOS
           MOVE 'N'               TO WS-FIM-FINBOLP-SW
           MOVE FINSLD-CONS-CHAVE TO FINBOLP-CONTA
           START FINBOLP KEY NOT LESS THAN FINBOLP-CONTA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINBOLP-SW
           END-START

           DISPLAY 'PAGTO   SIT BCO VENCTO   AGENDADO DEBITO   '
                   'LIQUIDADO           TOTAL'
           PERFORM UNTIL FIM-FINBOLP
              READ FINBOLP NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINBOLP-SW
                 NOT AT END
                    IF FINBOLP-CONTA NOT EQUAL FINSLD-CONS-CHAVE
                       MOVE 'S' TO WS-FIM-FINBOLP-SW
                    ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       MOVE FINBOLP-VL-TOTAL TO WS-VL-EDITADO
                       DISPLAY FINBOLP-NR-PAGAMENTO ' '
                               FINBOLP-STATUS '   '
                               FINBOLP-BCO-BENEF ' '
                               FINBOLP-DT-VENCIMENTO ' '
                               FINBOLP-DT-AGENDADA ' '
                               FINBOLP-DT-DEBITO ' '
                               FINBOLP-DT-LIQUIDACAO ' '
                               WS-VL-EDITADO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADOS EQUAL ZEROS
              DISPLAY 'NENHUM PAGAMENTO DE BOLETO PARA A CONTA.'
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-FINBLSEQ SECTION.
      * Regrava o controle com o ultimo numero de pagamento alocado.
      *-----------------------------------------------------------------

           MOVE 'P7000-GRAVA-FINBLSEQ' TO WS-NOM-PARAGRAFO

           OPEN OUTPUT FINBLSEQ
           IF WS-FS-FINBLSEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINBLSEQ - FILE STATUS = '
                     WS-FS-FINBLSEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           MOVE WS-ULT-SEQ TO FINBLSEQ-ULT-SEQ
           WRITE REG-FINBLSEQ    END-WRITE
           IF WS-FS-FINBLSEQ NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINBLSEQ - FILE STATUS = '
                     WS-FS-FINBLSEQ
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           CLOSE FINBLSEQ

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINBLMNT - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      * Fecha os arquivos; o controle de numeracao ja foi regravado a
      * cada alocacao (P7000).
      *-----------------------------------------------------------------

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           CLOSE FINSLD-CONSULTA
                 FINBOLP
                 FINTRAN

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINBLMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
