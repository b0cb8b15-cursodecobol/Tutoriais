      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CALCULAR O IMPOSTO DE RENDA RETIDO NA FONTE SOBRE
      *              UM CREDITO DE JUROS OU RENDIMENTO, PELA TABELA
      *              REGRESSIVA POR PRAZO DE PERMANENCIA VIGENTE NA
      *              DATA DO CREDITO.
      *              ARQUIVO DE ENTRADA: FINIRRT - TABELA REGRESSIVA
      *                                            (MANTIDA PELO
      *                                            FINIRMNT)
      *
      * ESPECIFICAÇÃO
      * Sub-rotina de retencao, chamada por quem credita juros ou
      * rendimento (FINPB130, FINPB132, FINCDMNT). Recebe em WK-PARM o
      * tipo de produto (mesma codificacao de FINRATE: '2'=Poupanca,
      * '3'=Investimento, '4'=CDB), a data do credito, o prazo de
      * permanencia em dias corridos e o valor bruto (base); devolve a
      * aliquota, o codigo de receita (DARF) e o imposto:
      *   IMPOSTO = BASE x ALIQUOTA / 100, arredondado.
      * A vigencia aplicavel e a mais recente do tipo que nao
      * ultrapassa a data (como em FINRATE); dentro dela vale a
      * primeira faixa cujo limite (PRAZO-ATE) alcanca o prazo
      * informado, ou a ultima faixa se nenhuma alcancar.
      * Produto sem vigencia aplicavel na tabela e ISENTO (retorno
      * '10', imposto zero): e assim que a poupanca fica fora da
      * retencao - basta nao cadastra-la. Tabela ausente vale a
      * tabela regressiva legal (22,5% ate 180 dias, 20% ate 360,
      * 17,5% ate 720 e 15% acima) para investimento e CDB, codigo de
      * receita 8053, para a retencao nao parar por falta de
      * parametro. A tabela e carregada uma unica vez, na primeira
      * chamada.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRIRRF.
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
      *    TABELA REGRESSIVA DE IR - ENTRADA (READ), EM ORDEM DE CHAVE
      *    MESMA DEFINICAO USADA PELO FINIRMNT (VER FD FINIRRT, LA).
           SELECT FINIRRT  ASSIGN TO 'FINIRRT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FINIRRT-CHAVE
                  FILE STATUS IS WS-FS-FINIRRT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINIRRT
           RECORD CONTAINS 023 CHARACTERS.

       01  REG-FINIRRT.
           03  FINIRRT-CHAVE.
               05  FINIRRT-TIPO-PRODUTO PIC X(001).
               05  FINIRRT-DT-VIGENCIA  PIC 9(008).
               05  FINIRRT-PRAZO-ATE    PIC 9(005).
           03  FINIRRT-ALIQUOTA       PIC  9(003)V99.
           03  FINIRRT-COD-RECEITA    PIC  X(004).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRIRRF'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINIRRT          PIC X(002)  VALUE '00'.
      *
           05  WS-TABELA-LIDA-SW      PIC X(001)  VALUE 'N'.
              88  TABELA-LIDA                VALUE 'S'.
           05  WS-FIM-FINIRRT-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINIRRT                VALUE 'S'.
      *
      *    APURACAO DA FAIXA: VIGENCIA EM ANALISE E SE A FAIXA DO PRAZO
      *    JA FOI ACHADA NELA
           05  WS-VIG-CORRENTE        PIC 9(008)  VALUE ZEROS.
           05  WS-ACHOU-VIGENCIA-SW   PIC X(001)  VALUE 'N'.
              88  ACHOU-VIGENCIA             VALUE 'S'.
           05  WS-ACHOU-FAIXA-SW      PIC X(001)  VALUE 'N'.
              88  ACHOU-FAIXA                VALUE 'S'.
      *
      *    FAIXAS CARREGADAS (PARAMETRO OPERACIONAL - ATE 300 LINHAS,
      *    FOLGA LARGA PARA VARIAS VIGENCIAS DE CADA PRODUTO), NA ORDEM
      *    DA CHAVE: PRODUTO, VIGENCIA, PRAZO
           05  WS-QTD-FAIXAS          PIC 9(003)  VALUE ZEROS.
           05  WS-TAB-FAIXA OCCURS 300 TIMES
                            INDEXED BY WS-IDX-FX.
               10  WS-FX-TIPO-PRODUTO PIC X(001).
               10  WS-FX-DT-VIGENCIA  PIC 9(008).
               10  WS-FX-PRAZO-ATE    PIC 9(005).
               10  WS-FX-ALIQUOTA     PIC 9(003)V99.
               10  WS-FX-COD-RECEITA  PIC X(004).
      *
      *-----------------------------------------------------------------
      * TABELA REGRESSIVA LEGAL, USADA QUANDO FINIRRT.dat NAO EXISTE:
      * PRODUTO, PRAZO-ATE (DIAS), ALIQUOTA (CENTESIMOS DE %), RECEITA
      *-----------------------------------------------------------------
       01  WS-TAB-PADRAO-VALORES.
           05  FILLER        PIC X(015)  VALUE '300180022508053'.
           05  FILLER        PIC X(015)  VALUE '300360020008053'.
           05  FILLER        PIC X(015)  VALUE '300720017508053'.
           05  FILLER        PIC X(015)  VALUE '399999015008053'.
           05  FILLER        PIC X(015)  VALUE '400180022508053'.
           05  FILLER        PIC X(015)  VALUE '400360020008053'.
           05  FILLER        PIC X(015)  VALUE '400720017508053'.
           05  FILLER        PIC X(015)  VALUE '499999015008053'.
       01  WS-TAB-PADRAO REDEFINES WS-TAB-PADRAO-VALORES.
           05  WS-PADRAO OCCURS 8 TIMES
                         INDEXED BY WS-IDX-PAD.
               10  WS-PAD-TIPO-PRODUTO PIC X(001).
               10  WS-PAD-PRAZO-ATE    PIC 9(005).
               10  WS-PAD-ALIQUOTA     PIC 9(003)V99.
               10  WS-PAD-COD-RECEITA  PIC X(004).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    PRODUTO: '2'=POUPANCA '3'=INVESTIMENTO '4'=CDB
           03  WK-PARM-TIPO-PRODUTO       PIC  X(001).
      *    DATA DO CREDITO (AAAAMMDD) - ESCOLHE A VIGENCIA
           03  WK-PARM-DATA               PIC  9(008).
      *    PRAZO DE PERMANENCIA EM DIAS CORRIDOS - ESCOLHE A FAIXA
           03  WK-PARM-PRAZO-DIAS         PIC  9(005).
      *    VALOR BRUTO DO CREDITO (BASE DE CALCULO)
           03  WK-PARM-VL-BASE            PIC  9(009)V99.
      *    SAIDA: ALIQUOTA EM % (EX.: 022,50), CODIGO DE RECEITA E
      *    IMPOSTO A RETER
           03  WK-PARM-ALIQUOTA           PIC  9(003)V99.
           03  WK-PARM-COD-RECEITA        PIC  X(004).
           03  WK-PARM-VL-IR              PIC  9(009)V99.
      *    '00'=TRIBUTADO  '10'=ISENTO (SEM VIGENCIA OU ALIQUOTA ZERO)
           03  WK-PARM-COD-RETORNO        PIC  X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           PERFORM P1000-CARREGA-TABELA
           PERFORM P2000-CALCULA-IMPOSTO

           GOBACK.

      *-----------------------------------------------------------------
       P1000-CARREGA-TABELA SECTION.
      * Carrega as faixas uma unica vez (a working-storage persiste
      * entre as chamadas); tabela ausente = tabela legal padrao.
      *-----------------------------------------------------------------

           IF TABELA-LIDA
              EXIT SECTION
           END-IF

           MOVE 'S' TO WS-TABELA-LIDA-SW

           OPEN INPUT FINIRRT
           IF WS-FS-FINIRRT NOT EQUAL '00'
              PERFORM P1100-CARREGA-PADRAO
              EXIT SECTION
           END-IF

           MOVE 'N' TO WS-FIM-FINIRRT-SW
           PERFORM UNTIL FIM-FINIRRT
              READ FINIRRT
                 AT END
                    MOVE 'S' TO WS-FIM-FINIRRT-SW
                 NOT AT END
                    IF WS-QTD-FAIXAS < 300
                       ADD 1 TO WS-QTD-FAIXAS
                       MOVE FINIRRT-TIPO-PRODUTO
                         TO WS-FX-TIPO-PRODUTO(WS-QTD-FAIXAS)
                       MOVE FINIRRT-DT-VIGENCIA
                         TO WS-FX-DT-VIGENCIA(WS-QTD-FAIXAS)
                       MOVE FINIRRT-PRAZO-ATE
                         TO WS-FX-PRAZO-ATE(WS-QTD-FAIXAS)
                       MOVE FINIRRT-ALIQUOTA
                         TO WS-FX-ALIQUOTA(WS-QTD-FAIXAS)
                       MOVE FINIRRT-COD-RECEITA
                         TO WS-FX-COD-RECEITA(WS-QTD-FAIXAS)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINIRRT

           .

      *-----------------------------------------------------------------
       P1100-CARREGA-PADRAO SECTION.
      * Tabela regressiva legal, com vigencia desde sempre.
      *-----------------------------------------------------------------

           PERFORM VARYING WS-IDX-PAD FROM 1 BY 1
                     UNTIL WS-IDX-PAD > 8
              ADD 1 TO WS-QTD-FAIXAS
              MOVE WS-PAD-TIPO-PRODUTO(WS-IDX-PAD)
                TO WS-FX-TIPO-PRODUTO(WS-QTD-FAIXAS)
              MOVE ZEROS
                TO WS-FX-DT-VIGENCIA(WS-QTD-FAIXAS)
              MOVE WS-PAD-PRAZO-ATE(WS-IDX-PAD)
                TO WS-FX-PRAZO-ATE(WS-QTD-FAIXAS)
              MOVE WS-PAD-ALIQUOTA(WS-IDX-PAD)
                TO WS-FX-ALIQUOTA(WS-QTD-FAIXAS)
              MOVE WS-PAD-COD-RECEITA(WS-IDX-PAD)
                TO WS-FX-COD-RECEITA(WS-QTD-FAIXAS)
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CALCULA-IMPOSTO SECTION.
      * Percorre as faixas do produto com vigencia ate a data (estao
      * em ordem de vigencia e prazo): a cada vigencia nova, a faixa
      * volta a ser procurada; dentro dela, fica a primeira que
      * alcanca o prazo, ou a ultima. Ao final, valem os dados da
      * vigencia mais recente.
      *-----------------------------------------------------------------

           MOVE ZEROS  TO WK-PARM-ALIQUOTA
                          WK-PARM-VL-IR
           MOVE SPACES TO WK-PARM-COD-RECEITA
           MOVE 'N'    TO WS-ACHOU-VIGENCIA-SW
           MOVE 'N'    TO WS-ACHOU-FAIXA-SW
           MOVE ZEROS  TO WS-VIG-CORRENTE

           PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                     UNTIL WS-IDX-FX > WS-QTD-FAIXAS
              IF WS-FX-TIPO-PRODUTO(WS-IDX-FX)
                                     EQUAL WK-PARM-TIPO-PRODUTO
                 AND WS-FX-DT-VIGENCIA(WS-IDX-FX)
                                     NOT > WK-PARM-DATA
                 IF NOT ACHOU-VIGENCIA
                    OR WS-FX-DT-VIGENCIA(WS-IDX-FX)
                                     NOT EQUAL WS-VIG-CORRENTE
                    MOVE 'S' TO WS-ACHOU-VIGENCIA-SW
                    MOVE 'N' TO WS-ACHOU-FAIXA-SW
                    MOVE WS-FX-DT-VIGENCIA(WS-IDX-FX)
                      TO WS-VIG-CORRENTE
                 END-IF
                 IF NOT ACHOU-FAIXA
                    MOVE WS-FX-ALIQUOTA(WS-IDX-FX)
                      TO WK-PARM-ALIQUOTA
                    MOVE WS-FX-COD-RECEITA(WS-IDX-FX)
                      TO WK-PARM-COD-RECEITA
                    IF WS-FX-PRAZO-ATE(WS-IDX-FX)
                                     NOT < WK-PARM-PRAZO-DIAS
                       MOVE 'S' TO WS-ACHOU-FAIXA-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF NOT ACHOU-VIGENCIA
              OR WK-PARM-ALIQUOTA EQUAL ZEROS
              MOVE ZEROS TO WK-PARM-ALIQUOTA
              MOVE '10'  TO WK-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           COMPUTE WK-PARM-VL-IR ROUNDED =
                   WK-PARM-VL-BASE * WK-PARM-ALIQUOTA / 100

           MOVE '00' TO WK-PARM-COD-RETORNO

           .
