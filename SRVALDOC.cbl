      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : VALIDACAO DE DOCUMENTO DE CLIENTE (CPF OU CNPJ)
      *
      * ESPECIFICAÇÃO
      * Sub-rotina de validacao, chamada pelos programas do sistema
      * FINANCEIRO antes de aceitar o documento de um cliente (FINCUST-
      * NR-DOC). O documento pode vir com ou sem edicao: pontos, hifen,
      * barra e brancos sao ignorados; qualquer outro caracter o torna
      * invalido. Restam os digitos, que decidem o tipo: 11 = CPF
      * (pessoa fisica), 14 = CNPJ (pessoa juridica); outra quantidade
      * e invalida. Os dois digitos verificadores sao calculados pelo
      * modulo 11 da Receita Federal:
      *   CPF : pesos 10..2 sobre os 9 primeiros digitos (1o DV) e
      *         11..2 sobre os 10 primeiros (2o DV);
      *   CNPJ: pesos 5..2,9..2 sobre os 12 primeiros (1o DV) e
      *         6..2,9..2 sobre os 13 primeiros (2o DV);
      *   resto menor que 2 = DV zero, senao DV = 11 - resto.
      * Documento com todos os digitos iguais (000.000.000-00,
      * 111.111.111-11...) passa no calculo mas e recusado.
      * Devolve o documento so com os digitos (sem edicao, alinhado a
      * esquerda), que e como FINCUST-NR-DOC passa a ser gravado, e o
      * tipo de pessoa; o documento recebido nao e alterado.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRVALDOC.
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
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRVALDOC'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-IDX-CARAC           PIC 9(002)  VALUE ZEROS.
           05  WS-CARAC               PIC X(001)  VALUE SPACES.
           05  WS-CARAC-INVALIDO-SW   PIC X(001)  VALUE 'N'.
              88  CARAC-INVALIDO             VALUE 'S'.
           05  WS-DIGITOS-IGUAIS-SW   PIC X(001)  VALUE 'S'.
              88  DIGITOS-IGUAIS             VALUE 'S'.
      *
      *-----------------------------------------------------------------
      * DIGITOS DO DOCUMENTO (SO OS NUMEROS, ALINHADOS A ESQUERDA) E
      * CALCULO DOS DIGITOS VERIFICADORES (MODULO 11)
      *-----------------------------------------------------------------
       01  WS-AREA-DIGITO-VERIFICADOR.
           05  WS-DOC-DIGITOS             PIC  X(014)  VALUE SPACES.
           05  WS-DOC-DIGITOS-R REDEFINES WS-DOC-DIGITOS.
               10  WS-DOC-DIGITO OCCURS 14 TIMES
                                   PIC  9(001).
           05  WS-QTD-DIGITOS             PIC  9(002)  VALUE ZEROS.
      *    QUANTIDADE DE DIGITOS PONDERADOS E PESO MAXIMO (CPF: PESOS
      *    CRESCENTES SEM RECOMECO; CNPJ: PESOS 2 A 9, RECOMECANDO)
           05  WS-QTD-BASE                PIC  9(002)  VALUE ZEROS.
           05  WS-PESO-MAXIMO             PIC  9(002)  VALUE ZEROS.
           05  WS-IDX-DIGITO              PIC  9(002)  VALUE ZEROS.
           05  WS-PESO                    PIC  9(002)  VALUE ZEROS.
           05  WS-SOMA-PONDERADA          PIC  9(005)  VALUE ZEROS.
           05  WS-QUOC-MOD11              PIC  9(005)  VALUE ZEROS.
           05  WS-RESTO-MOD11             PIC  9(002)  VALUE ZEROS.
           05  WS-DIGITO-CALCULADO        PIC  9(002)  VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    DOCUMENTO A VALIDAR, COM OU SEM EDICAO (. - / E BRANCOS)
           03  WK-PARM-NR-DOC             PIC  X(014).
      *    DOCUMENTO DEVOLVIDO SO COM OS DIGITOS (SEM EDICAO)
           03  WK-PARM-DOC-DIGITOS        PIC  X(014).
      *    TIPO DE PESSOA: 'F' = CPF, 'J' = CNPJ, BRANCO SE INVALIDO
           03  WK-PARM-TIPO-PESSOA        PIC  X(001).
               88  WK-PESSOA-FISICA              VALUE 'F'.
               88  WK-PESSOA-JURIDICA            VALUE 'J'.
      *    CODIGO DE RETORNO DA VALIDACAO:
      *    '00'=DOCUMENTO VALIDO     '01'=VAZIO OU CARACTER INVALIDO
      *    '02'=NAO TEM 11 NEM 14 DIGITOS
      *    '03'=TODOS OS DIGITOS IGUAIS
      *    '04'=DIGITO VERIFICADOR NAO CONFERE
           03  WK-PARM-COD-RETORNO        PIC  X(002).
               88  WK-DOCUMENTO-VALIDO           VALUE '00'.
               88  WK-DOC-CARACTER-INVALIDO      VALUE '01'.
               88  WK-DOC-TAMANHO-INVALIDO       VALUE '02'.
               88  WK-DOC-DIGITOS-IGUAIS         VALUE '03'.
               88  WK-DOC-DIGITO-VERIF-INVALIDO  VALUE '04'.
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           PERFORM P1000-INICIALIZA
           PERFORM P2000-VALIDA-DOCUMENTO

           GOBACK.

      *-----------------------------------------------------------------
       P1000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE '00'   TO WK-PARM-COD-RETORNO
           MOVE SPACES TO WK-PARM-DOC-DIGITOS
                          WK-PARM-TIPO-PESSOA

           .

      *-----------------------------------------------------------------
       P2000-VALIDA-DOCUMENTO SECTION.
      * Extrai os digitos e confere caracteres, quantidade, digitos
      * repetidos e os dois verificadores, nesta ordem, parando na
      * primeira falha.
      *-----------------------------------------------------------------

           PERFORM P2100-EXTRAI-DIGITOS

           IF CARAC-INVALIDO OR WS-QTD-DIGITOS EQUAL ZEROS
              MOVE '01' TO WK-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           EVALUATE WS-QTD-DIGITOS
               WHEN 11
                    MOVE 'F' TO WK-PARM-TIPO-PESSOA
                    MOVE 11  TO WS-PESO-MAXIMO
               WHEN 14
                    MOVE 'J' TO WK-PARM-TIPO-PESSOA
                    MOVE 09  TO WS-PESO-MAXIMO
               WHEN OTHER
                    MOVE '02' TO WK-PARM-COD-RETORNO
                    EXIT SECTION
           END-EVALUATE

           MOVE WS-DOC-DIGITOS TO WK-PARM-DOC-DIGITOS

           MOVE 'S' TO WS-DIGITOS-IGUAIS-SW
           PERFORM VARYING WS-IDX-DIGITO FROM 2 BY 1
                   UNTIL WS-IDX-DIGITO > WS-QTD-DIGITOS
              IF WS-DOC-DIGITO(WS-IDX-DIGITO) NOT EQUAL
                 WS-DOC-DIGITO(1)
                 MOVE 'N' TO WS-DIGITOS-IGUAIS-SW
              END-IF
           END-PERFORM
           IF DIGITOS-IGUAIS
              MOVE SPACE TO WK-PARM-TIPO-PESSOA
              MOVE '03'  TO WK-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

      *    1o DV sobre os digitos ate o penultimo-1; 2o DV ate o
      *    penultimo.
           COMPUTE WS-QTD-BASE = WS-QTD-DIGITOS - 2
           PERFORM P3000-CALCULA-DIGITO-VERIF
           IF WS-DIGITO-CALCULADO NOT EQUAL
              WS-DOC-DIGITO(WS-QTD-BASE + 1)
              MOVE SPACE TO WK-PARM-TIPO-PESSOA
              MOVE '04'  TO WK-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-BASE
           PERFORM P3000-CALCULA-DIGITO-VERIF
           IF WS-DIGITO-CALCULADO NOT EQUAL
              WS-DOC-DIGITO(WS-QTD-BASE + 1)
              MOVE SPACE TO WK-PARM-TIPO-PESSOA
              MOVE '04'  TO WK-PARM-COD-RETORNO
           END-IF

           .

      *-----------------------------------------------------------------
       P2100-EXTRAI-DIGITOS SECTION.
      * Copia os digitos de WK-PARM-NR-DOC para WS-DOC-DIGITOS, pulando
      * a edicao; outro caracter liga CARAC-INVALIDO.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-DOC-DIGITOS
           MOVE ZEROS  TO WS-QTD-DIGITOS
           MOVE 'N'    TO WS-CARAC-INVALIDO-SW

           PERFORM VARYING WS-IDX-CARAC FROM 1 BY 1
                   UNTIL WS-IDX-CARAC > 14 OR CARAC-INVALIDO
              MOVE WK-PARM-NR-DOC(WS-IDX-CARAC:1) TO WS-CARAC
              EVALUATE TRUE
                  WHEN WS-CARAC IS NUMERIC
                       ADD 1 TO WS-QTD-DIGITOS
                       MOVE WS-CARAC
                         TO WS-DOC-DIGITOS(WS-QTD-DIGITOS:1)
                  WHEN WS-CARAC EQUAL '.' OR '-' OR '/' OR SPACE
                       CONTINUE
                  WHEN OTHER
                       MOVE 'S' TO WS-CARAC-INVALIDO-SW
              END-EVALUATE
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3000-CALCULA-DIGITO-VERIF SECTION.
      * Calcula o digito verificador modulo 11 dos WS-QTD-BASE
      * primeiros digitos de WS-DOC-DIGITOS, com pesos da direita para
      * a esquerda a partir de 2 ate WS-PESO-MAXIMO (recomecando em 2),
      * e deixa o resultado em WS-DIGITO-CALCULADO.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WS-SOMA-PONDERADA
           MOVE 2     TO WS-PESO

           PERFORM VARYING WS-IDX-DIGITO FROM WS-QTD-BASE BY -1
                     UNTIL WS-IDX-DIGITO < 1
              COMPUTE WS-SOMA-PONDERADA =
                      WS-SOMA-PONDERADA +
                      (WS-DOC-DIGITO(WS-IDX-DIGITO) * WS-PESO)

              ADD 1 TO WS-PESO
              IF WS-PESO > WS-PESO-MAXIMO
                 MOVE 2 TO WS-PESO
              END-IF
           END-PERFORM

           DIVIDE WS-SOMA-PONDERADA BY 11
                  GIVING WS-QUOC-MOD11 REMAINDER WS-RESTO-MOD11

           IF WS-RESTO-MOD11 < 2
              MOVE 0 TO WS-DIGITO-CALCULADO
           ELSE
              COMPUTE WS-DIGITO-CALCULADO = 11 - WS-RESTO-MOD11
           END-IF

           .
