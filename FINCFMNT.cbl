      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CONTROLE DO COFRE (NUMERARIO) DA AGENCIA, DE ONDE
      *              SAEM E PARA ONDE VOLTAM AS GAVETAS DOS CAIXAS:
      *              ABERTURA, SUPRIMENTO E RECOLHIMENTO DE CAIXA,
      *              ENVIO E RECEBIMENTO DA TRANSPORTADORA DE VALORES E
      *              CONTAGEM DIARIA, CADA UM COM OPERADOR E SUPERVISOR.
      *              ARQUIVOS : FINAGEN  - CADASTRO DE AGENCIAS (READ)
      *                         FINCOFRE - POSICAO DO COFRE POR AGENCIA
      *                         FINCFJRN - DIARIO DO COFRE (EXTEND)
      *
      * ESPECIFICAÇÃO
      * O FINTLMNT fecha a gaveta de cada caixa, mas o numerario do
      * cofre da agencia nao tinha controle. Exige sign-on pela
      * SRSIGNON com perfil de manutencao ('M', tesoureiro) ou
      * supervisor ('S') e a agencia do cofre, que precisa estar
      * cadastrada e ATIVA no FINAGEN. Opcoes:
      * (A)BERTURA    - uma vez por data de processamento: o valor
      *                 contado na abertura; o fechamento anterior (a
      *                 ultima contagem, senao o saldo escritural) e
      *                 exibido e a diferenca fica registrada.
      * (S)UPRIMENTO  - numerario entregue a um caixa (codigo do
      *                 operador de caixa); nao pode passar do saldo.
      * (R)ECOLHIMENTO- numerario devolvido pelo caixa ao cofre.
      * (E)NVIO       - remessa a transportadora de valores, com o
      *                 numero da guia; nao pode passar do saldo.
      * (T)RANSPORT.  - recebimento da transportadora, com a guia.
      * (C)ONTAGEM    - contagem do cofre: o contado e confrontado com
      *                 o saldo escritural (abertura - suprimentos +
      *                 recolhimentos - envios + recebimentos); pode
      *                 ser refeita, vale a ultima. Movimento posterior
      *                 a contagem a invalida.
      * (P)OSICAO     - mostra a posicao do dia.
      * Todo movimento, depois de confirmado, e autorizado por um
      * SUPERVISOR no proprio terminal (segundo sign-on pela SRSIGNON,
      * perfil 'S', diferente do operador) - dupla custodia. Cada
      * movimento vai para o diario FINCFJRN.dat com operador e
      * supervisor; o FINTLMNT soma dele os suprimentos e
      * recolhimentos do caixa no balanco da gaveta, e o FINPB275 tira
      * dele e da posicao o relatorio diario do cofre. Na primeira
      * execucao a posicao e criada vazia.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINCFMNT.
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
      *    CADASTRO DE AGENCIAS - VALIDACAO DA AGENCIA (READ)
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA).
           SELECT FINAGEN  ASSIGN TO 'FINAGEN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINAGEN-NR-AGEN
                  FILE STATUS IS WS-FS-FINAGEN.
      *    POSICAO DO COFRE - UM REGISTRO POR AGENCIA (READ/REWRITE)
           SELECT FINCOFRE ASSIGN TO 'FINCOFRE.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINCOFRE-NR-AGEN
                  FILE STATUS IS WS-FS-FINCOFRE.
      *    DIARIO DO COFRE - ACUMULA ENTRE EXECUCOES (EXTEND)
           SELECT FINCFJRN ASSIGN TO 'FINCFJRN.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCFJRN.

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
           03  FINAGEN-VL-LIMITE-SEGURO PIC 9(009).
           03  FILLER                 PIC  X(001).
      *
      *    POSICAO DO COFRE: ABERTURA E MOVIMENTO DA DATA DE
      *    PROCESSAMENTO EM FINCOFRE-DT-MOVIMENTO
       FD  FINCOFRE
           RECORD CONTAINS 140 CHARACTERS.

       01  REG-FINCOFRE.
           03  FINCOFRE-NR-AGEN       PIC  9(004).
           03  FINCOFRE-DT-MOVIMENTO  PIC  9(008).
           03  FINCOFRE-VL-ABERTURA   PIC  9(011)V99.
      *    FECHAMENTO DO DIA ANTERIOR (CONTADO, SENAO ESCRITURAL)
           03  FINCOFRE-VL-FECHTO-ANT PIC  9(011)V99.
           03  FINCOFRE-VL-SUPRIMENTOS PIC 9(011)V99.
           03  FINCOFRE-VL-RECOLHIMENTOS PIC 9(011)V99.
           03  FINCOFRE-VL-ENVIOS     PIC  9(011)V99.
           03  FINCOFRE-VL-RECEBIMENTOS PIC 9(011)V99.
      *    SALDO ESCRITURAL = ABERTURA - SUPRIMENTOS + RECOLHIMENTOS
      *                       - ENVIOS + RECEBIMENTOS
           03  FINCOFRE-VL-SALDO      PIC  9(011)V99.
      *    'S' = CONTAGEM VALIDA (NENHUM MOVIMENTO DEPOIS DELA)
           03  FINCOFRE-IND-CONTAGEM  PIC  X(001).
              88  FINCOFRE-CONTADO           VALUE 'S'.
           03  FINCOFRE-VL-CONTADO    PIC  9(011)V99.
      *    OPERADOR E SUPERVISOR DO ULTIMO MOVIMENTO
           03  FINCOFRE-COD-OPER      PIC  X(008).
           03  FINCOFRE-COD-SUPERVISOR PIC X(008).
           03  FILLER                 PIC  X(007).
      *
      *    DIARIO DO COFRE: UMA LINHA POR MOVIMENTO
       FD  FINCFJRN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINCFJRN.
           03  FINCFJRN-DATA          PIC  9(008).
           03  FINCFJRN-HORA          PIC  9(006).
           03  FINCFJRN-NR-AGEN       PIC  9(004).
      *    'AB'=Abertura, 'SC'=Suprimento ao caixa, 'RC'=Recolhimento
      *    do caixa, 'ET'=Envio a transportadora, 'RT'=Recebimento da
      *    transportadora, 'CT'=Contagem
           03  FINCFJRN-TIPO          PIC  X(002).
           03  FINCFJRN-VL-MOVIMENTO  PIC  9(011)V99.
           03  FINCFJRN-OPERADOR      PIC  X(008).
           03  FINCFJRN-SUPERVISOR    PIC  X(008).
      *    OPERADOR DE CAIXA (SUPRIMENTO/RECOLHIMENTO)
           03  FINCFJRN-CAIXA         PIC  X(008).
      *    GUIA DA TRANSPORTADORA (ENVIO/RECEBIMENTO)
           03  FINCFJRN-GUIA          PIC  X(010).
           03  FINCFJRN-VL-SALDO-APOS PIC  9(011)V99.
      *    ABERTURA: ABERTURA - FECHAMENTO ANTERIOR;
      *    CONTAGEM: CONTADO - SALDO ESCRITURAL
           03  FINCFJRN-VL-DIFERENCA  PIC  S9(011)V99.
           03  FILLER                 PIC  X(007).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINCFMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINAGEN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCOFRE         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCFJRN         PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-COFRE      PIC X(001)  VALUE 'S'.
              88  WS-FIM-COFRE               VALUE 'N'.
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-COFRE-ACHADO-SW     PIC X(001)  VALUE 'N'.
              88  COFRE-ACHADO               VALUE 'S'.
           05  WS-COFRE-ABERTO-SW     PIC X(001)  VALUE 'N'.
              88  COFRE-ABERTO-HOJE          VALUE 'S'.
           05  WS-AUTORIZADO-SW       PIC X(001)  VALUE 'N'.
              88  MOVIMENTO-AUTORIZADO       VALUE 'S'.
      *
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-HORA-AGORA          PIC 9(008)  VALUE ZEROS.
           05  WS-NR-AGEN-COFRE       PIC 9(004)  VALUE ZEROS.
      *
      *    MOVIMENTO CORRENTE
           05  WS-CF-TIPO             PIC X(002)  VALUE SPACES.
              88  CF-SAIDA-DO-COFRE          VALUE 'SC' 'ET'.
              88  CF-COM-CAIXA               VALUE 'SC' 'RC'.
           05  WS-CF-DESC-TIPO        PIC X(030)  VALUE SPACES.
           05  WS-CF-VALOR            PIC 9(011)V99 VALUE ZEROS.
           05  WS-CF-CAIXA            PIC X(008)  VALUE SPACES.
           05  WS-CF-GUIA             PIC X(010)  VALUE SPACES.
           05  WS-CF-RESPOSTA         PIC X(001)  VALUE SPACES.
           05  WS-VL-FECHTO-ANT       PIC 9(011)V99 VALUE ZEROS.
           05  WS-VL-DIFERENCA        PIC S9(011)V99 VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-VL-EDITADO              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-VL-LIMITE-EDITADO       PIC ZZZ.ZZZ.ZZ9.
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRSIGNON (AUTORIZACAO DO SUPERVISOR)
       01  WS-PARM-SIGNON-SUP.
           05  WS-SUP-COD-OPER        PIC X(008).
           05  WS-SUP-PERFIL          PIC X(001).
           05  WS-SUP-COD-RETORNO     PIC X(002).
              88  WS-SUP-SIGNON-OK           VALUE '00'.
           05  WS-SUP-PROGRAMA        PIC X(008).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
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
      * Sign-on (tesoureiro ou supervisor), abertura dos arquivos e
      * escolha da agencia do cofre, validada no FINAGEN.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCFMNT - COFRE DA AGENCIA'
           DISPLAY '***************************************************'

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

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-EXECUCAO

           OPEN INPUT FINAGEN
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINCOFRE
           IF WS-FS-FINCOFRE EQUAL '35'
              OPEN OUTPUT FINCOFRE
              CLOSE FINCOFRE
              OPEN I-O FINCOFRE
           END-IF
           IF WS-FS-FINCOFRE NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINCOFRE - FILE STATUS = '
                     WS-FS-FINCOFRE
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-EXECUCAO
           DISPLAY 'OPERADOR ............: ' WS-SGN-COD-OPER

           DISPLAY 'AGENCIA DO COFRE: '
           ACCEPT WS-NR-AGEN-COFRE
           IF WS-NR-AGEN-COFRE NOT NUMERIC
              OR WS-NR-AGEN-COFRE EQUAL ZEROS
              DISPLAY 'AGENCIA INVALIDA - PROGRAMA ENCERRADO.'
              MOVE 'N' TO WS-CONTINUA-COFRE
              EXIT SECTION
           END-IF

           MOVE WS-NR-AGEN-COFRE TO FINAGEN-NR-AGEN
           READ FINAGEN
              INVALID KEY
                 DISPLAY 'AGENCIA NAO CADASTRADA (FINAGMNT) - '
                         'PROGRAMA ENCERRADO.'
                 MOVE 'N' TO WS-CONTINUA-COFRE
                 EXIT SECTION
           END-READ
           IF WS-FS-FINAGEN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                     WS-FS-FINAGEN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF
           IF NOT FINAGEN-ATIVA
              DISPLAY 'AGENCIA ENCERRADA - PROGRAMA ENCERRADO.'
              MOVE 'N' TO WS-CONTINUA-COFRE
              EXIT SECTION
           END-IF

           DISPLAY 'AGENCIA .............: ' FINAGEN-NR-AGEN ' '
                   FINAGEN-NOME
           IF FINAGEN-VL-LIMITE-SEGURO NUMERIC
              AND FINAGEN-VL-LIMITE-SEGURO > ZEROS
              MOVE FINAGEN-VL-LIMITE-SEGURO TO WS-VL-LIMITE-EDITADO
              DISPLAY 'LIMITE SEGURADO .....: ' WS-VL-LIMITE-EDITADO
           ELSE
              DISPLAY 'LIMITE SEGURADO .....: NAO INFORMADO'
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-COFRE

              DISPLAY ' '
              DISPLAY '(A)BERTURA  (S)UPRIMENTO  (R)ECOLHIMENTO  '
                      '(E)NVIO  (T)RANSPORTADORA'
              DISPLAY '(C)ONTAGEM  (P)OSICAO  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'A'  WHEN 'a'
                      PERFORM P2000-ABERTURA
                 WHEN 'S'  WHEN 's'
                      MOVE 'SC' TO WS-CF-TIPO
                      PERFORM P3000-MOVIMENTA-COFRE
                 WHEN 'R'  WHEN 'r'
                      MOVE 'RC' TO WS-CF-TIPO
                      PERFORM P3000-MOVIMENTA-COFRE
                 WHEN 'E'  WHEN 'e'
                      MOVE 'ET' TO WS-CF-TIPO
                      PERFORM P3000-MOVIMENTA-COFRE
                 WHEN 'T'  WHEN 't'
                      MOVE 'RT' TO WS-CF-TIPO
                      PERFORM P3000-MOVIMENTA-COFRE
                 WHEN 'C'  WHEN 'c'
                      PERFORM P5000-CONTAGEM
                 WHEN 'P'  WHEN 'p'
                      PERFORM P6000-POSICAO
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-COFRE
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-LE-COFRE SECTION.
      * Le a posicao do cofre da agencia; aberta hoje = abertura na
      * data de processamento corrente.
      *-----------------------------------------------------------------

           MOVE 'P1500-LE-COFRE' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-COFRE-ACHADO-SW
           MOVE 'N' TO WS-COFRE-ABERTO-SW

           MOVE WS-NR-AGEN-COFRE TO FINCOFRE-NR-AGEN
           READ FINCOFRE
           EVALUATE WS-FS-FINCOFRE
               WHEN '00'
                    MOVE 'S' TO WS-COFRE-ACHADO-SW
                    IF FINCOFRE-DT-MOVIMENTO EQUAL WS-DATA-EXECUCAO
                       MOVE 'S' TO WS-COFRE-ABERTO-SW
                    END-IF
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - READ FINCOFRE - FILE STATUS = '
                           WS-FS-FINCOFRE
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2000-ABERTURA SECTION.
      * Abertura do cofre na data: o valor contado e confrontado com o
      * fechamento anterior (ultima contagem valida, senao o saldo
      * escritural); os totais do dia recomecam de zero.
      *-----------------------------------------------------------------

           MOVE 'P2000-ABERTURA' TO WS-NOM-PARAGRAFO

           PERFORM P1500-LE-COFRE
           IF COFRE-ABERTO-HOJE
              DISPLAY 'COFRE JA ABERTO NESTA DATA DE PROCESSAMENTO.'
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-VL-FECHTO-ANT
           IF COFRE-ACHADO
              IF FINCOFRE-CONTADO
                 MOVE FINCOFRE-VL-CONTADO TO WS-VL-FECHTO-ANT
              ELSE
                 MOVE FINCOFRE-VL-SALDO   TO WS-VL-FECHTO-ANT
              END-IF
              MOVE WS-VL-FECHTO-ANT TO WS-VL-EDITADO
              DISPLAY 'FECHAMENTO ANTERIOR (' FINCOFRE-DT-MOVIMENTO
                      '): ' WS-VL-EDITADO
              IF NOT FINCOFRE-CONTADO
                 DISPLAY '(DIA ANTERIOR SEM CONTAGEM - SALDO '
                         'ESCRITURAL)'
              END-IF
           ELSE
              DISPLAY 'PRIMEIRA ABERTURA DO COFRE DA AGENCIA.'
           END-IF

           DISPLAY 'VALOR CONTADO NA ABERTURA: '
           ACCEPT WS-CF-VALOR
           IF WS-CF-VALOR NOT NUMERIC
              DISPLAY 'VALOR INVALIDO.'
              EXIT SECTION
           END-IF

      *    Primeira abertura: nao ha fechamento anterior a confrontar.
           IF NOT COFRE-ACHADO
              MOVE WS-CF-VALOR TO WS-VL-FECHTO-ANT
           END-IF

           COMPUTE WS-VL-DIFERENCA = WS-CF-VALOR - WS-VL-FECHTO-ANT
           IF WS-VL-DIFERENCA NOT EQUAL ZEROS
              MOVE WS-VL-DIFERENCA TO WS-VL-EDITADO
              DISPLAY '**** ABERTURA DIFERE DO FECHAMENTO ANTERIOR: '
                      WS-VL-EDITADO ' ****'
           END-IF

           MOVE WS-CF-VALOR TO WS-VL-EDITADO
           DISPLAY 'CONFIRMA A ABERTURA COM ' WS-VL-EDITADO ' (S/N)? '
           ACCEPT WS-CF-RESPOSTA
           IF WS-CF-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'ABERTURA CANCELADA.'
              EXIT SECTION
           END-IF

           PERFORM P7500-AUTORIZA-SUPERVISOR
           IF NOT MOVIMENTO-AUTORIZADO
              EXIT SECTION
           END-IF

           MOVE SPACES            TO REG-FINCOFRE
           MOVE WS-NR-AGEN-COFRE  TO FINCOFRE-NR-AGEN
           MOVE WS-DATA-EXECUCAO  TO FINCOFRE-DT-MOVIMENTO
           MOVE WS-CF-VALOR       TO FINCOFRE-VL-ABERTURA
                                     FINCOFRE-VL-SALDO
           MOVE WS-VL-FECHTO-ANT  TO FINCOFRE-VL-FECHTO-ANT
           MOVE ZEROS             TO FINCOFRE-VL-SUPRIMENTOS
                                     FINCOFRE-VL-RECOLHIMENTOS
                                     FINCOFRE-VL-ENVIOS
                                     FINCOFRE-VL-RECEBIMENTOS
                                     FINCOFRE-VL-CONTADO
           MOVE 'N'               TO FINCOFRE-IND-CONTAGEM
           MOVE WS-SGN-COD-OPER   TO FINCOFRE-COD-OPER
           MOVE WS-SUP-COD-OPER   TO FINCOFRE-COD-SUPERVISOR

           PERFORM P7200-GRAVA-COFRE

           MOVE 'AB'              TO WS-CF-TIPO
           MOVE SPACES            TO WS-CF-CAIXA
                                     WS-CF-GUIA
           PERFORM P7000-GRAVA-DIARIO

           DISPLAY 'COFRE ABERTO.'

           .

      *-----------------------------------------------------------------
       P3000-MOVIMENTA-COFRE SECTION.
      * Suprimento/recolhimento de caixa e envio/recebimento da
      * transportadora (tipo em WS-CF-TIPO). Saida do cofre nao pode
      * passar do saldo escritural.
      *-----------------------------------------------------------------

           MOVE 'P3000-MOVIMENTA-COFRE' TO WS-NOM-PARAGRAFO

           EVALUATE WS-CF-TIPO
               WHEN 'SC'
                    MOVE 'SUPRIMENTO AO CAIXA'       TO WS-CF-DESC-TIPO
               WHEN 'RC'
                    MOVE 'RECOLHIMENTO DO CAIXA'     TO WS-CF-DESC-TIPO
               WHEN 'ET'
                    MOVE 'ENVIO A TRANSPORTADORA'    TO WS-CF-DESC-TIPO
               WHEN 'RT'
                    MOVE 'RECEBIMENTO DA TRANSPORT.' TO WS-CF-DESC-TIPO
           END-EVALUATE

           PERFORM P1500-LE-COFRE
           IF NOT COFRE-ABERTO-HOJE
              DISPLAY 'COFRE NAO ABERTO NESTA DATA - FACA A (A)BERTURA.'
              EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CF-CAIXA
                          WS-CF-GUIA
           IF CF-COM-CAIXA
              DISPLAY 'OPERADOR DE CAIXA: '
              ACCEPT WS-CF-CAIXA
              IF WS-CF-CAIXA EQUAL SPACES
                 DISPLAY 'OPERADOR DE CAIXA OBRIGATORIO.'
                 EXIT SECTION
              END-IF
           ELSE
              DISPLAY 'NUMERO DA GUIA DA TRANSPORTADORA: '
              ACCEPT WS-CF-GUIA
              IF WS-CF-GUIA EQUAL SPACES
                 DISPLAY 'GUIA OBRIGATORIA.'
                 EXIT SECTION
              END-IF
           END-IF

           DISPLAY 'VALOR: '
           ACCEPT WS-CF-VALOR
           IF WS-CF-VALOR NOT NUMERIC
              OR WS-CF-VALOR EQUAL ZEROS
              DISPLAY 'VALOR INVALIDO.'
              EXIT SECTION
           END-IF

           IF CF-SAIDA-DO-COFRE
              AND WS-CF-VALOR > FINCOFRE-VL-SALDO
              MOVE FINCOFRE-VL-SALDO TO WS-VL-EDITADO
              DISPLAY 'RECUSADO - ACIMA DO SALDO DO COFRE: '
                      WS-VL-EDITADO
              EXIT SECTION
           END-IF

           MOVE WS-CF-VALOR TO WS-VL-EDITADO
           DISPLAY 'CONFIRMA ' WS-CF-DESC-TIPO ' DE ' WS-VL-EDITADO
                   ' (S/N)? '
           ACCEPT WS-CF-RESPOSTA
           IF WS-CF-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'MOVIMENTO CANCELADO.'
              EXIT SECTION
           END-IF

           PERFORM P7500-AUTORIZA-SUPERVISOR
           IF NOT MOVIMENTO-AUTORIZADO
              EXIT SECTION
           END-IF

           EVALUATE WS-CF-TIPO
               WHEN 'SC'
                    ADD WS-CF-VALOR TO FINCOFRE-VL-SUPRIMENTOS
                    SUBTRACT WS-CF-VALOR FROM FINCOFRE-VL-SALDO
               WHEN 'RC'
                    ADD WS-CF-VALOR TO FINCOFRE-VL-RECOLHIMENTOS
                    ADD WS-CF-VALOR TO FINCOFRE-VL-SALDO
               WHEN 'ET'
                    ADD WS-CF-VALOR TO FINCOFRE-VL-ENVIOS
                    SUBTRACT WS-CF-VALOR FROM FINCOFRE-VL-SALDO
               WHEN 'RT'
                    ADD WS-CF-VALOR TO FINCOFRE-VL-RECEBIMENTOS
                    ADD WS-CF-VALOR TO FINCOFRE-VL-SALDO
           END-EVALUATE
      *    A contagem anterior deixa de refletir o cofre.
           MOVE 'N'               TO FINCOFRE-IND-CONTAGEM
           MOVE WS-SGN-COD-OPER   TO FINCOFRE-COD-OPER
           MOVE WS-SUP-COD-OPER   TO FINCOFRE-COD-SUPERVISOR

           PERFORM P7200-GRAVA-COFRE

           MOVE ZEROS TO WS-VL-DIFERENCA
           PERFORM P7000-GRAVA-DIARIO

           MOVE FINCOFRE-VL-SALDO TO WS-VL-EDITADO
           DISPLAY WS-CF-DESC-TIPO ' REGISTRADO - SALDO DO COFRE: '
                   WS-VL-EDITADO

           .

      *-----------------------------------------------------------------
       P5000-CONTAGEM SECTION.
      * Contagem do cofre contra o saldo escritural; a diferenca e
      * exibida e registrada (positiva = sobra, negativa = falta).
      *-----------------------------------------------------------------

           MOVE 'P5000-CONTAGEM' TO WS-NOM-PARAGRAFO

           PERFORM P1500-LE-COFRE
           IF NOT COFRE-ABERTO-HOJE
              DISPLAY 'COFRE NAO ABERTO NESTA DATA - FACA A (A)BERTURA.'
              EXIT SECTION
           END-IF

           DISPLAY 'VALOR CONTADO NO COFRE: '
           ACCEPT WS-CF-VALOR
           IF WS-CF-VALOR NOT NUMERIC
              DISPLAY 'VALOR INVALIDO.'
              EXIT SECTION
           END-IF

           COMPUTE WS-VL-DIFERENCA = WS-CF-VALOR - FINCOFRE-VL-SALDO

           MOVE FINCOFRE-VL-SALDO TO WS-VL-EDITADO
           DISPLAY 'SALDO ESCRITURAL: ' WS-VL-EDITADO
           MOVE WS-VL-DIFERENCA TO WS-VL-EDITADO
           IF WS-VL-DIFERENCA EQUAL ZEROS
              DISPLAY 'COFRE CONFERIDO - SEM DIFERENCA.'
           ELSE
              DISPLAY '**** DIFERENCA NO COFRE: ' WS-VL-EDITADO
                      ' ****'
              DISPLAY '(POSITIVA = SOBRA, NEGATIVA = FALTA)'
           END-IF

           DISPLAY 'CONFIRMA O REGISTRO DA CONTAGEM (S/N)? '
           ACCEPT WS-CF-RESPOSTA
           IF WS-CF-RESPOSTA NOT EQUAL 'S' AND 's'
              DISPLAY 'CONTAGEM CANCELADA.'
              EXIT SECTION
           END-IF

           PERFORM P7500-AUTORIZA-SUPERVISOR
           IF NOT MOVIMENTO-AUTORIZADO
              EXIT SECTION
           END-IF

           MOVE 'S'               TO FINCOFRE-IND-CONTAGEM
           MOVE WS-CF-VALOR       TO FINCOFRE-VL-CONTADO
           MOVE WS-SGN-COD-OPER   TO FINCOFRE-COD-OPER
           MOVE WS-SUP-COD-OPER   TO FINCOFRE-COD-SUPERVISOR

           PERFORM P7200-GRAVA-COFRE

           MOVE 'CT'              TO WS-CF-TIPO
           MOVE SPACES            TO WS-CF-CAIXA
                                     WS-CF-GUIA
           PERFORM P7000-GRAVA-DIARIO

           DISPLAY 'CONTAGEM REGISTRADA.'

           .

      *-----------------------------------------------------------------
       P6000-POSICAO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6000-POSICAO' TO WS-NOM-PARAGRAFO

           PERFORM P1500-LE-COFRE
           IF NOT COFRE-ACHADO
              DISPLAY 'COFRE DA AGENCIA AINDA NAO ABERTO.'
              EXIT SECTION
           END-IF

           DISPLAY '---------------------------------------------------'
           DISPLAY 'COFRE DA AGENCIA ..: ' FINCOFRE-NR-AGEN
                   '  DATA ' FINCOFRE-DT-MOVIMENTO
           IF NOT COFRE-ABERTO-HOJE
              DISPLAY '(NAO ABERTO NESTA DATA DE PROCESSAMENTO)'
           END-IF
           MOVE FINCOFRE-VL-FECHTO-ANT    TO WS-VL-EDITADO
           DISPLAY 'FECHAMENTO ANTERIOR: ' WS-VL-EDITADO
           MOVE FINCOFRE-VL-ABERTURA      TO WS-VL-EDITADO
           DISPLAY 'ABERTURA ..........: ' WS-VL-EDITADO
           MOVE FINCOFRE-VL-SUPRIMENTOS   TO WS-VL-EDITADO
           DISPLAY '(-) SUPRIMENTOS ...: ' WS-VL-EDITADO
           MOVE FINCOFRE-VL-RECOLHIMENTOS TO WS-VL-EDITADO
           DISPLAY '(+) RECOLHIMENTOS .: ' WS-VL-EDITADO
           MOVE FINCOFRE-VL-ENVIOS        TO WS-VL-EDITADO
           DISPLAY '(-) ENVIOS TRANSP. : ' WS-VL-EDITADO
           MOVE FINCOFRE-VL-RECEBIMENTOS  TO WS-VL-EDITADO
           DISPLAY '(+) RECEB. TRANSP. : ' WS-VL-EDITADO
           MOVE FINCOFRE-VL-SALDO         TO WS-VL-EDITADO
           DISPLAY 'SALDO ESCRITURAL ..: ' WS-VL-EDITADO
           IF FINCOFRE-CONTADO
              MOVE FINCOFRE-VL-CONTADO    TO WS-VL-EDITADO
              DISPLAY 'CONTADO ...........: ' WS-VL-EDITADO
           ELSE
              DISPLAY 'CONTADO ...........: SEM CONTAGEM VALIDA'
           END-IF
           DISPLAY 'ULTIMO MOVIMENTO ..: ' FINCOFRE-COD-OPER
                   ' / SUPERVISOR ' FINCOFRE-COD-SUPERVISOR
           DISPLAY '---------------------------------------------------'

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-DIARIO SECTION.
      * Grava o movimento no diario do cofre. O arquivo e aberto e
      * fechado a cada movimento, para o FINTLMNT ler o suprimento ou
      * recolhimento no balanco da gaveta logo em seguida.
      *-----------------------------------------------------------------

           MOVE 'P7000-GRAVA-DIARIO' TO WS-NOM-PARAGRAFO

           OPEN EXTEND FINCFJRN
           IF WS-FS-FINCFJRN EQUAL '35'
              OPEN OUTPUT FINCFJRN
           END-IF
           IF WS-FS-FINCFJRN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN EXTEND FINCFJRN - FILE STATUS = '
                     WS-FS-FINCFJRN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE SPACES             TO REG-FINCFJRN
           MOVE WS-DATA-EXECUCAO   TO FINCFJRN-DATA
           MOVE WS-HORA-AGORA(1:6) TO FINCFJRN-HORA
           MOVE WS-NR-AGEN-COFRE   TO FINCFJRN-NR-AGEN
           MOVE WS-CF-TIPO         TO FINCFJRN-TIPO
           MOVE WS-CF-VALOR        TO FINCFJRN-VL-MOVIMENTO
           MOVE WS-SGN-COD-OPER    TO FINCFJRN-OPERADOR
           MOVE WS-SUP-COD-OPER    TO FINCFJRN-SUPERVISOR
           MOVE WS-CF-CAIXA        TO FINCFJRN-CAIXA
           MOVE WS-CF-GUIA         TO FINCFJRN-GUIA
           MOVE FINCOFRE-VL-SALDO  TO FINCFJRN-VL-SALDO-APOS
           MOVE WS-VL-DIFERENCA    TO FINCFJRN-VL-DIFERENCA

           WRITE REG-FINCFJRN    END-WRITE
           IF WS-FS-FINCFJRN NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCFJRN - FILE STATUS = '
                     WS-FS-FINCFJRN
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINCFJRN

           .

      *-----------------------------------------------------------------
       P7200-GRAVA-COFRE SECTION.
      * Grava (primeira abertura) ou regrava a posicao do cofre.
      *-----------------------------------------------------------------

           MOVE 'P7200-GRAVA-COFRE' TO WS-NOM-PARAGRAFO

           IF COFRE-ACHADO
              REWRITE REG-FINCOFRE
           ELSE
              WRITE REG-FINCOFRE
              MOVE 'S' TO WS-COFRE-ACHADO-SW
           END-IF
           IF WS-FS-FINCOFRE NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINCOFRE - FILE STATUS = '
                     WS-FS-FINCOFRE
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7500-AUTORIZA-SUPERVISOR SECTION.
      * Dupla custodia: um supervisor (perfil 'S'), diferente do
      * operador, faz o sign-on no terminal para autorizar o movimento.
      *-----------------------------------------------------------------

           MOVE 'P7500-AUTORIZA-SUPERVISOR' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-AUTORIZADO-SW

           DISPLAY 'AUTORIZACAO DO SUPERVISOR:'
           MOVE SPACES          TO WS-PARM-SIGNON-SUP
           MOVE WS-NOM-PROGRAMA TO WS-SUP-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON-SUP

           EVALUATE TRUE
               WHEN NOT WS-SUP-SIGNON-OK
                    DISPLAY 'AUTORIZACAO RECUSADA - MOVIMENTO '
                            'CANCELADO.'
               WHEN WS-SUP-PERFIL NOT EQUAL 'S'
                    DISPLAY 'AUTORIZANTE NAO E SUPERVISOR - MOVIMENTO '
                            'CANCELADO.'
               WHEN WS-SUP-COD-OPER EQUAL WS-SGN-COD-OPER
                    DISPLAY 'O SUPERVISOR DEVE SER DIFERENTE DO '
                            'OPERADOR - MOVIMENTO CANCELADO.'
               WHEN OTHER
                    MOVE 'S' TO WS-AUTORIZADO-SW
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCFMNT - TERMINO COM ERRO'
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

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           CLOSE FINAGEN
                 FINCOFRE

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCFMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
