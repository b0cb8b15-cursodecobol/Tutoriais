      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CALCULAR UMA PARCELA DO CRONOGRAMA DE AMORTIZACAO
      *              DE UM CONTRATO DE EMPRESTIMO: VALOR DA PARCELA,
      *              PARCELA DE JUROS, AMORTIZACAO DO PRINCIPAL E SALDO
      *              DEVEDOR APOS O PAGAMENTO.
      *
      * ESPECIFICAÇÃO
      * Sub-rotina de calculo, sem arquivos, chamada por quem monta o
      * cronograma FINLNAMR (FINLNMNT na contratacao, FINPB194 na
      * geracao dos contratos anteriores). O chamador percorre as
      * parcelas de 1 ao prazo, passando a cada chamada o saldo
      * devedor antes da parcela (na primeira, o principal) e
      * recebendo o saldo apos ela, que alimenta a chamada seguinte.
      * A taxa mensal e a proporcional da taxa anual contratada
      * (TAXA-ANUAL / 12, como na CALCULADORA):
      *   'P' PRICE - parcela constante:
      *       PMT  = P x i x (1+i)**n / ((1+i)**n - 1)   (i = 0: P / n)
      *       JUROS = SALDO x i ; AMORTIZACAO = PMT - JUROS
      *   'S' SAC - amortizacao constante:
      *       AMORTIZACAO = P / n ; JUROS = SALDO x i
      *       PARCELA = AMORTIZACAO + JUROS (decrescente)
      *   'J' JUROS SIMPLES - regime dos contratos anteriores ao
      *       cronograma: PARCELA = (P + P x i x n) / n, constante;
      *       AMORTIZACAO = P / n ; JUROS = PARCELA - AMORTIZACAO.
      * Em todos os metodos a ultima parcela amortiza o saldo que
      * restar, absorvendo as diferencas de arredondamento; o saldo
      * devedor final e sempre zero. Valores arredondados ao centavo.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRAMORT.
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
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRAMORT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
      *    TAXA MENSAL PROPORCIONAL E FATOR (1+i)**n DO PRICE
           05  WS-TAXA-MENSAL         PIC 9(001)V9(012) VALUE ZEROS.
           05  WS-FATOR               PIC 9(006)V9(012) VALUE ZEROS.
           05  WS-FATOR-MENOS-UM      PIC 9(006)V9(012) VALUE ZEROS.
      *    COEFICIENTE DE FINANCIAMENTO: i x F / (F - 1)
           05  WS-COEFICIENTE         PIC 9(003)V9(012) VALUE ZEROS.
           05  WS-VL-JUROS-TOTAL      PIC 9(011)V99 VALUE ZEROS.
           05  WS-VL-PMT              PIC 9(009)V99 VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    METODO: 'P'=PRICE 'S'=SAC 'J'=JUROS SIMPLES (ANTERIORES)
           03  WK-PARM-METODO             PIC  X(001).
           03  WK-PARM-VL-PRINCIPAL       PIC  9(009)V99.
      *    TAXA ANUAL COMO NO FINLOAN (EX.: 01200 = 12,00% A.A.)
           03  WK-PARM-TAXA-ANUAL         PIC  9(003)V99.
           03  WK-PARM-PRAZO-MESES        PIC  9(003).
      *    PARCELA A CALCULAR (1 A PRAZO) E SALDO DEVEDOR ANTES DELA
           03  WK-PARM-NR-PARCELA         PIC  9(003).
           03  WK-PARM-VL-SALDO-ANTES     PIC  9(009)V99.
      *    SAIDA: PARCELA, JUROS, AMORTIZACAO E SALDO APOS A PARCELA
           03  WK-PARM-VL-PARCELA         PIC  9(009)V99.
           03  WK-PARM-VL-JUROS           PIC  9(009)V99.
           03  WK-PARM-VL-AMORTIZACAO     PIC  9(009)V99.
           03  WK-PARM-VL-SALDO-APOS      PIC  9(009)V99.
      *    '00'=CALCULADA  '01'=METODO INVALIDO  '02'=DADOS INVALIDOS
           03  WK-PARM-COD-RETORNO        PIC  X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           MOVE ZEROS TO WK-PARM-VL-PARCELA
                         WK-PARM-VL-JUROS
                         WK-PARM-VL-AMORTIZACAO
                         WK-PARM-VL-SALDO-APOS

           IF WK-PARM-PRAZO-MESES EQUAL ZEROS
              OR WK-PARM-NR-PARCELA EQUAL ZEROS
              OR WK-PARM-NR-PARCELA > WK-PARM-PRAZO-MESES
              OR WK-PARM-VL-PRINCIPAL EQUAL ZEROS
              MOVE '02' TO WK-PARM-COD-RETORNO
              GOBACK
           END-IF

           COMPUTE WS-TAXA-MENSAL ROUNDED =
                   WK-PARM-TAXA-ANUAL / 1200

           EVALUATE WK-PARM-METODO
               WHEN 'P'
                    PERFORM P1000-CALCULA-PRICE
               WHEN 'S'
                    PERFORM P2000-CALCULA-SAC
               WHEN 'J'
                    PERFORM P3000-CALCULA-SIMPLES
               WHEN OTHER
                    MOVE '01' TO WK-PARM-COD-RETORNO
                    GOBACK
           END-EVALUATE

           PERFORM P5000-FECHA-PARCELA

           MOVE '00' TO WK-PARM-COD-RETORNO

           GOBACK.

      *-----------------------------------------------------------------
       P1000-CALCULA-PRICE SECTION.
      * Parcela constante; os juros incidem sobre o saldo devedor e a
      * amortizacao e a diferenca.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-FATOR
           IF WS-TAXA-MENSAL NOT EQUAL ZEROS
              COMPUTE WS-FATOR ROUNDED =
                      (1 + WS-TAXA-MENSAL) ** WK-PARM-PRAZO-MESES
                 ON SIZE ERROR
      *             Prazo longo a taxa alta: o fator estoura e a
      *             parcela tende aos juros do principal (P x i).
                    MOVE ZEROS TO WS-FATOR
              END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-TAXA-MENSAL EQUAL ZEROS
                    COMPUTE WS-VL-PMT ROUNDED =
                            WK-PARM-VL-PRINCIPAL / WK-PARM-PRAZO-MESES
               WHEN WS-FATOR EQUAL ZEROS
                    COMPUTE WS-VL-PMT ROUNDED =
                            WK-PARM-VL-PRINCIPAL * WS-TAXA-MENSAL
               WHEN OTHER
                    COMPUTE WS-FATOR-MENOS-UM = WS-FATOR - 1
                    COMPUTE WS-COEFICIENTE ROUNDED =
                            WS-TAXA-MENSAL * WS-FATOR
                                           / WS-FATOR-MENOS-UM
                    COMPUTE WS-VL-PMT ROUNDED =
                            WK-PARM-VL-PRINCIPAL * WS-COEFICIENTE
           END-EVALUATE

           COMPUTE WK-PARM-VL-JUROS ROUNDED =
                   WK-PARM-VL-SALDO-ANTES * WS-TAXA-MENSAL

           IF WS-VL-PMT > WK-PARM-VL-JUROS
              COMPUTE WK-PARM-VL-AMORTIZACAO =
                      WS-VL-PMT - WK-PARM-VL-JUROS
           END-IF

           .

      *-----------------------------------------------------------------
       P2000-CALCULA-SAC SECTION.
      * Amortizacao constante; os juros incidem sobre o saldo devedor.
      *-----------------------------------------------------------------

           COMPUTE WK-PARM-VL-AMORTIZACAO ROUNDED =
                   WK-PARM-VL-PRINCIPAL / WK-PARM-PRAZO-MESES

           COMPUTE WK-PARM-VL-JUROS ROUNDED =
                   WK-PARM-VL-SALDO-ANTES * WS-TAXA-MENSAL

           .

      *-----------------------------------------------------------------
       P3000-CALCULA-SIMPLES SECTION.
      * Regime de juros simples da CALCULADORA (contratos anteriores
      * ao cronograma): a parcela e a mesma gravada em FINLOAN-VL-
      * PARCELA pelo FINLNMNT, e os juros totais se repartem por
      * igual entre as parcelas.
      *-----------------------------------------------------------------

           COMPUTE WS-VL-JUROS-TOTAL ROUNDED =
                   WK-PARM-VL-PRINCIPAL * WK-PARM-TAXA-ANUAL
                                        * WK-PARM-PRAZO-MESES
                                        / (100 * 12)
           COMPUTE WS-VL-PMT ROUNDED =
                   (WK-PARM-VL-PRINCIPAL + WS-VL-JUROS-TOTAL)
                   / WK-PARM-PRAZO-MESES

           COMPUTE WK-PARM-VL-AMORTIZACAO ROUNDED =
                   WK-PARM-VL-PRINCIPAL / WK-PARM-PRAZO-MESES

           IF WS-VL-PMT > WK-PARM-VL-AMORTIZACAO
              COMPUTE WK-PARM-VL-JUROS =
                      WS-VL-PMT - WK-PARM-VL-AMORTIZACAO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-FECHA-PARCELA SECTION.
      * A ultima parcela (ou a que amortizaria alem do saldo) quita o
      * saldo restante; a parcela e sempre amortizacao + juros.
      *-----------------------------------------------------------------

           IF WK-PARM-NR-PARCELA EQUAL WK-PARM-PRAZO-MESES
              OR WK-PARM-VL-AMORTIZACAO > WK-PARM-VL-SALDO-ANTES
              MOVE WK-PARM-VL-SALDO-ANTES TO WK-PARM-VL-AMORTIZACAO
           END-IF

           COMPUTE WK-PARM-VL-PARCELA =
                   WK-PARM-VL-AMORTIZACAO + WK-PARM-VL-JUROS

           COMPUTE WK-PARM-VL-SALDO-APOS =
                   WK-PARM-VL-SALDO-ANTES - WK-PARM-VL-AMORTIZACAO

           .
