      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : CALCULO DO RESUMO (HASH) DA SENHA DE OPERADOR,
      *              COMPARTILHADO PELA SRSIGNON E PELO FINOPMNT.
      *
      * ESPECIFICAÇÃO
      * Sub-rotina de calculo, sem arquivo: recebe em WK-PARM o codigo
      * do operador e a senha digitada e devolve um resumo numerico de
      * 18 digitos. A senha NUNCA e gravada: FINOPER guarda so o
      * resumo, e a conferencia do sign-on recalcula e compara. O
      * codigo do operador entra no calculo como "sal", para que dois
      * operadores com a mesma senha tenham resumos diferentes.
      * O texto (operador + senha) e percorrido em tres passadas, com
      * multiplicadores distintos, acumulando o codigo de cada
      * caractere ponderado pela posicao, modulo um primo de 15
      * digitos; o resultado das passadas compoe os 18 digitos.
      * Senha em branco devolve resumo ZERO (= senha nao definida).
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRSENHA.
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRSENHA'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
      *-----------------------------------------------------------------
      * AREA DE CALCULO DO RESUMO
      *-----------------------------------------------------------------
       01  WS-AREA-RESUMO.
           05  WS-TEXTO               PIC  X(028)  VALUE SPACES.
           05  WS-IDX-CARACTER        PIC  9(002)  VALUE ZEROS.
           05  WS-PASSADA             PIC  9(001)  VALUE ZEROS.
           05  WS-MULTIPLICADOR       PIC  9(003)  VALUE ZEROS.
           05  WS-ACUMULADO           PIC  9(018)  VALUE ZEROS.
           05  WS-ACUMULADO-ANT       PIC  9(018)  VALUE ZEROS.
           05  WS-PRIMO               PIC  9(015)
                                      VALUE 999999999999989.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    CODIGO DO OPERADOR (SAL DO CALCULO)
           03  WK-PARM-COD-OPER           PIC  X(008).
      *    SENHA DIGITADA
           03  WK-PARM-SENHA              PIC  X(020).
      *    RESUMO CALCULADO (DEVOLVIDO); ZERO = SENHA EM BRANCO
           03  WK-PARM-HASH               PIC  9(018).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           PERFORM P1000-INICIALIZA

           IF WK-PARM-SENHA NOT EQUAL SPACES
              PERFORM P2000-CALCULA-RESUMO
           END-IF

           GOBACK.

      *-----------------------------------------------------------------
       P1000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WK-PARM-HASH
           MOVE ZEROS TO WS-ACUMULADO

           MOVE WK-PARM-COD-OPER TO WS-TEXTO(1:8)
           MOVE WK-PARM-SENHA    TO WS-TEXTO(9:20)

           .

      *-----------------------------------------------------------------
       P2000-CALCULA-RESUMO SECTION.
      * Tres passadas sobre operador + senha; cada passada parte do
      * acumulado da anterior, com multiplicador proprio.
      *-----------------------------------------------------------------

           MOVE 5381 TO WS-ACUMULADO

           PERFORM VARYING WS-PASSADA FROM 1 BY 1
                     UNTIL WS-PASSADA > 3
              EVALUATE WS-PASSADA
                  WHEN 1  MOVE 031 TO WS-MULTIPLICADOR
                  WHEN 2  MOVE 131 TO WS-MULTIPLICADOR
                  WHEN 3  MOVE 257 TO WS-MULTIPLICADOR
              END-EVALUATE
              PERFORM P2100-PASSADA
           END-PERFORM

      *    Os 15 digitos do acumulado mais os 3 finais do acumulado da
      *    passada anterior compoem o resumo de 18 digitos.
           COMPUTE WK-PARM-HASH =
                   (WS-ACUMULADO * 1000) +
                   FUNCTION MOD(WS-ACUMULADO-ANT, 1000)

           .

      *-----------------------------------------------------------------
       P2100-PASSADA SECTION.
      *-----------------------------------------------------------------

           MOVE WS-ACUMULADO TO WS-ACUMULADO-ANT

           PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 1
                     UNTIL WS-IDX-CARACTER > 28
              COMPUTE WS-ACUMULADO =
                      FUNCTION MOD
                      ((WS-ACUMULADO * WS-MULTIPLICADOR) +
                       (FUNCTION ORD(WS-TEXTO(WS-IDX-CARACTER:1)) *
                        WS-IDX-CARACTER), WS-PRIMO)
           END-PERFORM

           .
