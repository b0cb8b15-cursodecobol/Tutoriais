      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANUTENCAO DA TABELA DE NIVEIS DE RISCO DA
      *              PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA DOS
      *              EMPRESTIMOS (AA A H): ATRASO MINIMO DE CADA NIVEL E
      *              PERCENTUAL DE PROVISAO SOBRE O SALDO DEVEDOR.
      *              ARQUIVO : FINPRVP - PARAMETROS DA PROVISAO,
      *                        CHAVEADO PELO NIVEL DE RISCO.
      *
      * ESPECIFICAÇÃO
      * O FINPB193 classifica cada contrato pelo maior atraso entre as
      * suas parcelas em FINLNARR: o nivel e o ULTIMO da tabela (na
      * ordem AA, A, B ... H) cujo atraso minimo nao passa daquele
      * atraso. A provisao do contrato e o percentual do nivel sobre
      * o saldo devedor.
      * Na primeira execucao a tabela e criada com os valores da
      * regulamentacao (contrato sem atraso = AA):
      *   AA 00000 dias   0,00%     E 00091 dias  30,00%
      *   A  00001 dias   0,50%     F 00121 dias  50,00%
      *   B  00015 dias   1,00%     G 00151 dias  70,00%
      *   C  00031 dias   3,00%     H 00181 dias 100,00%
      *   D  00061 dias  10,00%
      * Os nove niveis sao fixos: so se alteram o atraso minimo (o de
      * AA e sempre zero e cada nivel precisa ficar entre o anterior
      * e o seguinte) e o percentual (ate 100%). Sem o arquivo, o
      * FINPB193 usa os mesmos valores da regulamentacao.
      * Opcoes: alterar, consultar e listar.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPVMNT.
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
      *    PARAMETROS DA PROVISAO - ACESSO DIRETO
           SELECT FINPRVP  ASSIGN TO 'FINPRVP.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINPRVP-NIVEL
                  FILE STATUS IS WS-FS-FINPRVP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINPRVP
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINPRVP.
      *    NIVEL DE RISCO: 'AA' 'A ' 'B ' 'C ' 'D ' 'E ' 'F ' 'G ' 'H '
           03  FINPRVP-NIVEL          PIC  X(002).
      *    POSICAO DO NIVEL NA ESCALA (1 = AA ... 9 = H)
           03  FINPRVP-ORDEM          PIC  9(001).
      *    MAIOR ATRASO DO CONTRATO A PARTIR DO QUAL O NIVEL SE APLICA
           03  FINPRVP-DIAS-MINIMO    PIC  9(005).
      *    PERCENTUAL DE PROVISAO SOBRE O SALDO DEVEDOR
           03  FINPRVP-PERCENTUAL     PIC  9(003)V99.
           03  FINPRVP-DT-ALTERACAO   PIC  9(008).
           03  FINPRVP-COD-OPER       PIC  X(008).
           03  FILLER                 PIC  X(011).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPVMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINPRVP          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-NIVEL-VALIDO-SW     PIC X(001)  VALUE 'N'.
              88  NIVEL-VALIDO               VALUE 'S'.
           05  WS-DIAS-VALIDOS-SW     PIC X(001)  VALUE 'N'.
              88  DIAS-VALIDOS               VALUE 'S'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
      *
      *    LIMITES DO ATRASO MINIMO: ENTRE O NIVEL ANTERIOR E O SEGUINTE
           05  WS-DIAS-ANTERIOR       PIC 9(005)  VALUE ZEROS.
           05  WS-DIAS-SEGUINTE       PIC 9(005)  VALUE ZEROS.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-PERCENTUAL-EDITADO      PIC ZZ9,99.
      *
      *-----------------------------------------------------------------
      * NIVEIS DA REGULAMENTACAO: NIVEL, ATRASO MINIMO (DIAS) E
      * PERCENTUAL (CENTESIMOS DE %), NA ORDEM DA ESCALA
      *-----------------------------------------------------------------
       01  WS-TAB-PADRAO-VALORES.
           05  FILLER        PIC X(012)  VALUE 'AA0000000000'.
           05  FILLER        PIC X(012)  VALUE 'A 0000100050'.
           05  FILLER        PIC X(012)  VALUE 'B 0001500100'.
           05  FILLER        PIC X(012)  VALUE 'C 0003100300'.
           05  FILLER        PIC X(012)  VALUE 'D 0006101000'.
           05  FILLER        PIC X(012)  VALUE 'E 0009103000'.
           05  FILLER        PIC X(012)  VALUE 'F 0012105000'.
           05  FILLER        PIC X(012)  VALUE 'G 0015107000'.
           05  FILLER        PIC X(012)  VALUE 'H 0018110000'.
       01  WS-TAB-PADRAO REDEFINES WS-TAB-PADRAO-VALORES.
           05  WS-PADRAO OCCURS 9 TIMES
                         INDEXED BY WS-IDX-PAD.
               10  WS-PAD-NIVEL       PIC X(002).
               10  WS-PAD-DIAS-MINIMO PIC 9(005).
               10  WS-PAD-PERCENTUAL  PIC 9(003)V99.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-NIVEL.
           05  WS-PRV-NIVEL           PIC  X(002)  VALUE SPACES.
           05  WS-PRV-ORDEM           PIC  9(001)  VALUE ZEROS.
           05  WS-PRV-DIAS-MINIMO     PIC  9(005)  VALUE ZEROS.
           05  WS-PRV-PERCENTUAL      PIC  9(003)V99 VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-COD-OPER        PIC X(008).
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
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
      * Abre a tabela; se o arquivo ainda nao existir (primeira
      * execucao), ele e criado com os nove niveis da regulamentacao.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O FINPRVP
           IF WS-FS-FINPRVP EQUAL '35'
              PERFORM P0500-CRIA-TABELA
              OPEN I-O FINPRVP
           END-IF
           IF WS-FS-FINPRVP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINPRVP - FILE STATUS = '
                     WS-FS-FINPRVP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPVMNT - NIVEIS DE RISCO DA PROVISAO'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P0500-CRIA-TABELA SECTION.
      * Cria o arquivo com os niveis da regulamentacao.
      *-----------------------------------------------------------------

           MOVE 'P0500-CRIA-TABELA' TO WS-NOM-PARAGRAFO

           OPEN OUTPUT FINPRVP
           IF WS-FS-FINPRVP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINPRVP - FILE STATUS = '
                     WS-FS-FINPRVP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM VARYING WS-IDX-PAD FROM 1 BY 1
                   UNTIL WS-IDX-PAD > 9
              MOVE SPACES                        TO REG-FINPRVP
              MOVE WS-PAD-NIVEL(WS-IDX-PAD)      TO FINPRVP-NIVEL
              SET  FINPRVP-ORDEM                 TO WS-IDX-PAD
              MOVE WS-PAD-DIAS-MINIMO(WS-IDX-PAD)
                                                 TO FINPRVP-DIAS-MINIMO
              MOVE WS-PAD-PERCENTUAL(WS-IDX-PAD) TO FINPRVP-PERCENTUAL
              MOVE WS-DATA-HOJE                  TO FINPRVP-DT-ALTERACAO
              MOVE WS-SGN-COD-OPER               TO FINPRVP-COD-OPER
              WRITE REG-FINPRVP
              IF WS-FS-FINPRVP NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINPRVP - FILE STATUS = '
                        WS-FS-FINPRVP
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           CLOSE FINPRVP
           DISPLAY 'TABELA CRIADA COM OS NIVEIS DA REGULAMENTACAO.'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu de manutencao e repete ate o operador optar por
      * encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(A)LTERAR  (C)ONSULTAR  (L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ALTERAR-NIVEL
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-NIVEL
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6000-LISTAR-NIVEIS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-PEDE-NIVEL SECTION.
      * Pede e critica o nivel de risco (um dos nove da escala).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-NIVEL-VALIDO-SW
           PERFORM UNTIL NIVEL-VALIDO
              DISPLAY 'NIVEL DE RISCO (AA A B C D E F G H): '
              MOVE SPACES TO WS-PRV-NIVEL
              ACCEPT WS-PRV-NIVEL
              SET WS-IDX-PAD TO 1
              SEARCH WS-PADRAO
                 AT END
                    DISPLAY 'NIVEL INVALIDO.'
                 WHEN WS-PAD-NIVEL(WS-IDX-PAD) EQUAL WS-PRV-NIVEL
                    MOVE 'S' TO WS-NIVEL-VALIDO-SW
                    SET WS-PRV-ORDEM TO WS-IDX-PAD
              END-SEARCH
           END-PERFORM

           MOVE WS-PRV-NIVEL TO FINPRVP-NIVEL

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-NIVEL SECTION.
      * Altera o atraso minimo e o percentual de um nivel. O atraso
      * minimo precisa ficar acima do nivel anterior e abaixo do
      * seguinte, para a escala continuar em ordem.
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-NIVEL' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-NIVEL

           MOVE ZEROS TO WS-DIAS-ANTERIOR
           MOVE 99999 TO WS-DIAS-SEGUINTE
           IF WS-PRV-ORDEM > 1
              SET WS-IDX-PAD TO WS-PRV-ORDEM
              SET WS-IDX-PAD DOWN BY 1
              MOVE WS-PAD-NIVEL(WS-IDX-PAD) TO FINPRVP-NIVEL
              PERFORM P3500-LE-NIVEL
              MOVE FINPRVP-DIAS-MINIMO TO WS-DIAS-ANTERIOR
           END-IF
           IF WS-PRV-ORDEM < 9
              SET WS-IDX-PAD TO WS-PRV-ORDEM
              SET WS-IDX-PAD UP BY 1
              MOVE WS-PAD-NIVEL(WS-IDX-PAD) TO FINPRVP-NIVEL
              PERFORM P3500-LE-NIVEL
              MOVE FINPRVP-DIAS-MINIMO TO WS-DIAS-SEGUINTE
           END-IF

           MOVE WS-PRV-NIVEL TO FINPRVP-NIVEL
           PERFORM P3500-LE-NIVEL

           MOVE FINPRVP-PERCENTUAL TO WS-PERCENTUAL-EDITADO
           DISPLAY 'ATRASO MINIMO ATUAL: ' FINPRVP-DIAS-MINIMO ' DIAS'
           DISPLAY 'PERCENTUAL ATUAL ..: ' WS-PERCENTUAL-EDITADO '%'

           IF WS-PRV-ORDEM EQUAL 1
              MOVE ZEROS TO WS-PRV-DIAS-MINIMO
              DISPLAY 'NIVEL AA: ATRASO MINIMO SEMPRE ZERO.'
           ELSE
              MOVE 'N' TO WS-DIAS-VALIDOS-SW
              PERFORM UNTIL DIAS-VALIDOS
                 DISPLAY 'ATRASO MINIMO (DIAS - ENTRE '
                         WS-DIAS-ANTERIOR ' E ' WS-DIAS-SEGUINTE
                         ', EXCLUSIVE): '
                 ACCEPT WS-PRV-DIAS-MINIMO
                 IF WS-PRV-DIAS-MINIMO > WS-DIAS-ANTERIOR
                    AND WS-PRV-DIAS-MINIMO < WS-DIAS-SEGUINTE
                    MOVE 'S' TO WS-DIAS-VALIDOS-SW
                 ELSE
                    DISPLAY 'ATRASO FORA DA ORDEM DA ESCALA.'
                 END-IF
              END-PERFORM
           END-IF

           MOVE 999,99 TO WS-PRV-PERCENTUAL
           PERFORM UNTIL WS-PRV-PERCENTUAL NOT > 100
              DISPLAY 'PERCENTUAL (% COM 2 DECIMAIS - EX.: 00050 = '
                      '0,50%): '
              ACCEPT WS-PRV-PERCENTUAL
              IF WS-PRV-PERCENTUAL > 100
                 DISPLAY 'PERCENTUAL ACIMA DE 100%.'
              END-IF
           END-PERFORM

           MOVE WS-PRV-DIAS-MINIMO TO FINPRVP-DIAS-MINIMO
           MOVE WS-PRV-PERCENTUAL  TO FINPRVP-PERCENTUAL
           MOVE WS-DATA-HOJE       TO FINPRVP-DT-ALTERACAO
           MOVE WS-SGN-COD-OPER    TO FINPRVP-COD-OPER

           REWRITE REG-FINPRVP
           IF WS-FS-FINPRVP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINPRVP - FILE STATUS = '
                     WS-FS-FINPRVP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           ELSE
              DISPLAY 'NIVEL ALTERADO COM SUCESSO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P3500-LE-NIVEL SECTION.
      * Le o nivel posicionado em FINPRVP-NIVEL; a tabela sempre tem
      * os nove niveis, entao a falta de um e erro.
      *-----------------------------------------------------------------

           READ FINPRVP
           IF WS-FS-FINPRVP NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINPRVP ' FINPRVP-NIVEL
                     ' - FILE STATUS = ' WS-FS-FINPRVP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-NIVEL SECTION.
      * Consulta um nivel da escala.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-NIVEL' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-NIVEL
           PERFORM P3500-LE-NIVEL

           MOVE FINPRVP-PERCENTUAL TO WS-PERCENTUAL-EDITADO
           DISPLAY 'ATRASO MINIMO ...: ' FINPRVP-DIAS-MINIMO ' DIAS'
           DISPLAY 'PERCENTUAL ......: ' WS-PERCENTUAL-EDITADO '%'
           DISPLAY 'ALTERADO EM .....: ' FINPRVP-DT-ALTERACAO
                   ' POR ' FINPRVP-COD-OPER

           .

      *-----------------------------------------------------------------
       P6000-LISTAR-NIVEIS SECTION.
      * Lista a escala inteira, do AA ao H.
      *-----------------------------------------------------------------

           MOVE 'P6000-LISTAR-NIVEIS' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'NIVEL  ATRASO MINIMO  PERCENTUAL  ALTERADO EM'
           PERFORM VARYING WS-IDX-PAD FROM 1 BY 1
                   UNTIL WS-IDX-PAD > 9
              MOVE WS-PAD-NIVEL(WS-IDX-PAD) TO FINPRVP-NIVEL
              PERFORM P3500-LE-NIVEL
              MOVE FINPRVP-PERCENTUAL TO WS-PERCENTUAL-EDITADO
              DISPLAY FINPRVP-NIVEL '     '
                      FINPRVP-DIAS-MINIMO ' DIAS     '
                      WS-PERCENTUAL-EDITADO '%     '
                      FINPRVP-DT-ALTERACAO
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPVMNT - TERMINO COM ERRO'
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

           CLOSE FINPRVP

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPVMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
