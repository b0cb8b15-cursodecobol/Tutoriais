      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : MANUTENCAO DA TABELA REGRESSIVA DE IMPOSTO DE
      *              RENDA RETIDO NA FONTE, POR PRODUTO, VIGENCIA E
      *              FAIXA DE PRAZO DE PERMANENCIA.
      *              ARQUIVO : FINIRRT - TABELA REGRESSIVA, CHAVEADA
      *                        POR PRODUTO + DATA DE INICIO DE
      *                        VIGENCIA + LIMITE DA FAIXA EM DIAS; A
      *                        VIGENCIA VALIDA NUMA DATA E A MAIS
      *                        RECENTE QUE NAO A ULTRAPASSA (COMO EM
      *                        FINRATE).
      *
      * ESPECIFICAÇÃO
      * Os juros do FINPB130 e o rendimento do CDB (FINPB132/FINCDMNT)
      * eram creditados brutos. A retencao na fonte passa a ser
      * calculada pela SRIRRF com a aliquota desta tabela: para cada
      * produto tributado, uma vigencia tem uma linha por faixa de
      * prazo, com o limite superior da faixa em dias corridos
      * (99999 = acima da ultima faixa), a aliquota em percentual e o
      * codigo de receita (DARF) sob o qual o imposto e recolhido.
      * Exemplo (tabela legal de renda fixa): ate 00180 = 22,50%;
      * ate 00360 = 20,00%; ate 00720 = 17,50%; ate 99999 = 15,00%.
      * Mudanca de aliquota = vigencia nova, sem alteracao de
      * programa. Produto sem vigencia cadastrada e ISENTO (poupanca);
      * tabela inteira ausente vale a tabela legal para investimento e
      * CDB (ver SRIRRF).
      * Opcoes: incluir, alterar, consultar, excluir uma faixa, e
      * listar as faixas de um produto.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINIRMNT.
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
      *    TABELA REGRESSIVA DE IR - ACESSO DIRETO E LISTAGEM (START +
      *    READ NEXT)
           SELECT FINIRRT  ASSIGN TO 'FINIRRT.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
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
      *    PRODUTO, MESMA CODIFICACAO DE FINRATE: '2'=Poupanca,
      *    '3'=Investimento (juros do FINPB130), '4'=CDB (rendimento
      *    do FINPB132/FINCDMNT)
               05  FINIRRT-TIPO-PRODUTO PIC X(001).
      *    DATA DE INICIO DE VIGENCIA (AAAAMMDD)
               05  FINIRRT-DT-VIGENCIA  PIC 9(008).
      *    LIMITE SUPERIOR DA FAIXA, EM DIAS CORRIDOS DE PERMANENCIA
      *    (99999 = SEM LIMITE, ULTIMA FAIXA)
               05  FINIRRT-PRAZO-ATE    PIC 9(005).
      *    ALIQUOTA EM PERCENTUAL (EX.: 02250 = 22,50%)
           03  FINIRRT-ALIQUOTA       PIC  9(003)V99.
      *    CODIGO DE RECEITA DO RECOLHIMENTO (DARF - EX.: '8053')
           03  FINIRRT-COD-RECEITA    PIC  X(004).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINIRMNT'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINIRRT          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
           05  WS-FIM-FINIRRT-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINIRRT                VALUE 'S'.
           05  WS-QTD-LISTADAS        PIC 9(005)  VALUE ZEROS.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
       01  WS-ALIQUOTA-EDITADA        PIC ZZ9,99.
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
       01  WS-AREA-FAIXA.
           05  WS-IRT-TIPO-PRODUTO    PIC  X(001)  VALUE SPACES.
           05  WS-IRT-DT-VIGENCIA     PIC  9(008)  VALUE ZEROS.
           05  WS-IRT-PRAZO-ATE       PIC  9(005)  VALUE ZEROS.
           05  WS-IRT-ALIQUOTA        PIC  9(003)V99 VALUE ZEROS.
           05  WS-IRT-COD-RECEITA     PIC  X(004)  VALUE SPACES.
           05  WS-IRT-RESPOSTA        PIC  X(001)  VALUE SPACES.
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
      * execucao), ele e criado antes de ser reaberto para leitura e
      * gravacao.
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

           OPEN I-O FINIRRT
           IF WS-FS-FINIRRT EQUAL '35'
              OPEN OUTPUT FINIRRT
              IF WS-FS-FINIRRT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINIRRT - FILE STATUS = '
                        WS-FS-FINIRRT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINIRRT
              OPEN I-O FINIRRT
           END-IF
           IF WS-FS-FINIRRT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINIRRT - FILE STATUS = '
                     WS-FS-FINIRRT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINIRMNT - TABELA REGRESSIVA DE IRRF'
           DISPLAY '***************************************************'

           .

      *-----------------------------------------------------------------
       P1000-PROCESSA SECTION.
      * Exibe o menu de manutencao e repete ate o operador optar por
      * encerrar.
      *-----------------------------------------------------------------

           MOVE 'P1000-PROCESSA' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL WS-FIM-MANUTENCAO

              DISPLAY ' '
              DISPLAY '(I)NCLUIR  (A)LTERAR  (C)ONSULTAR  (E)XCLUIR  '
                      '(L)ISTAR  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

              EVALUATE WS-OPCAO
                 WHEN 'I'  WHEN 'i'
                      PERFORM P2000-INCLUIR-FAIXA
                 WHEN 'A'  WHEN 'a'
                      PERFORM P3000-ALTERAR-FAIXA
                 WHEN 'C'  WHEN 'c'
                      PERFORM P4000-CONSULTAR-FAIXA
                 WHEN 'E'  WHEN 'e'
                      PERFORM P5000-EXCLUIR-FAIXA
                 WHEN 'L'  WHEN 'l'
                      PERFORM P6000-LISTAR-FAIXAS
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER
                      DISPLAY 'OPCAO INVALIDA.'
              END-EVALUATE

           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1400-PEDE-PRODUTO SECTION.
      * Pede e critica o produto.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-IRT-TIPO-PRODUTO
           PERFORM UNTIL WS-IRT-TIPO-PRODUTO EQUAL '2' OR '3' OR '4'
              DISPLAY 'PRODUTO (2=POUPANCA 3=INVESTIMENTO 4=CDB): '
              ACCEPT WS-IRT-TIPO-PRODUTO
              IF WS-IRT-TIPO-PRODUTO NOT EQUAL '2' AND '3' AND '4'
                 DISPLAY 'PRODUTO INVALIDO.'
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P1500-PEDE-CHAVE SECTION.
      * Pede e critica produto, data de inicio de vigencia e limite da
      * faixa, e os posiciona na chave do registro.
      *-----------------------------------------------------------------

           PERFORM P1400-PEDE-PRODUTO

           DISPLAY 'DATA DE INICIO DE VIGENCIA (AAAAMMDD): '
           ACCEPT WS-IRT-DT-VIGENCIA

           DISPLAY 'PRAZO DE PERMANENCIA ATE (DIAS - 99999 = ACIMA): '
           ACCEPT WS-IRT-PRAZO-ATE

           MOVE WS-IRT-TIPO-PRODUTO TO FINIRRT-TIPO-PRODUTO
           MOVE WS-IRT-DT-VIGENCIA  TO FINIRRT-DT-VIGENCIA
           MOVE WS-IRT-PRAZO-ATE    TO FINIRRT-PRAZO-ATE

           .

      *-----------------------------------------------------------------
       P1600-PEDE-DADOS SECTION.
      * Pede aliquota e codigo de receita da faixa.
      *-----------------------------------------------------------------

           MOVE 999,99 TO WS-IRT-ALIQUOTA
           PERFORM UNTIL WS-IRT-ALIQUOTA NOT > 100
              DISPLAY 'ALIQUOTA (% COM 2 DECIMAIS - EX.: 02250 = '
                      '22,50%): '
              ACCEPT WS-IRT-ALIQUOTA
              IF WS-IRT-ALIQUOTA > 100
                 DISPLAY 'ALIQUOTA ACIMA DE 100%.'
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-IRT-COD-RECEITA
           PERFORM UNTIL WS-IRT-COD-RECEITA NOT EQUAL SPACES
              DISPLAY 'CODIGO DE RECEITA (DARF - EX.: 8053): '
              ACCEPT WS-IRT-COD-RECEITA
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-INCLUIR-FAIXA SECTION.
      * Inclui uma faixa nova; rejeita chave ja cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-FAIXA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINIRRT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'FAIXA JA CADASTRADA.'
           END-READ

           IF WS-FS-FINIRRT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINIRRT - FILE STATUS = '
                     WS-FS-FINIRRT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINIRRT EQUAL '23'
              PERFORM P1600-PEDE-DADOS

              MOVE WS-IRT-TIPO-PRODUTO TO FINIRRT-TIPO-PRODUTO
              MOVE WS-IRT-DT-VIGENCIA  TO FINIRRT-DT-VIGENCIA
              MOVE WS-IRT-PRAZO-ATE    TO FINIRRT-PRAZO-ATE
              MOVE WS-IRT-ALIQUOTA     TO FINIRRT-ALIQUOTA
              MOVE WS-IRT-COD-RECEITA  TO FINIRRT-COD-RECEITA

              WRITE REG-FINIRRT
              IF WS-FS-FINIRRT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - WRITE FINIRRT - FILE STATUS = '
                        WS-FS-FINIRRT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'FAIXA INCLUIDA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-FAIXA SECTION.
      * Altera aliquota e codigo de receita de uma faixa cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-FAIXA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINIRRT
              INVALID KEY
                 DISPLAY 'FAIXA NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINIRRT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINIRRT - FILE STATUS = '
                     WS-FS-FINIRRT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINIRRT EQUAL '00'
              MOVE FINIRRT-ALIQUOTA TO WS-ALIQUOTA-EDITADA
              DISPLAY 'ALIQUOTA ATUAL ..: ' WS-ALIQUOTA-EDITADA '%'
              DISPLAY 'RECEITA ATUAL ...: ' FINIRRT-COD-RECEITA
              PERFORM P1600-PEDE-DADOS

              MOVE WS-IRT-ALIQUOTA    TO FINIRRT-ALIQUOTA
              MOVE WS-IRT-COD-RECEITA TO FINIRRT-COD-RECEITA

              REWRITE REG-FINIRRT
              IF WS-FS-FINIRRT NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - REWRITE FINIRRT - FILE STATUS = '
                        WS-FS-FINIRRT
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'FAIXA ALTERADA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P4000-CONSULTAR-FAIXA SECTION.
      * Consulta uma faixa cadastrada.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-FAIXA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINIRRT
              INVALID KEY
                 DISPLAY 'FAIXA NAO CADASTRADA.'
              NOT INVALID KEY
                 MOVE FINIRRT-ALIQUOTA TO WS-ALIQUOTA-EDITADA
                 DISPLAY 'PRODUTO .......: ' FINIRRT-TIPO-PRODUTO
                 DISPLAY 'VIGENCIA ......: ' FINIRRT-DT-VIGENCIA
                 DISPLAY 'PRAZO ATE .....: ' FINIRRT-PRAZO-ATE
                         ' DIAS'
                 DISPLAY 'ALIQUOTA ......: ' WS-ALIQUOTA-EDITADA '%'
                 DISPLAY 'RECEITA .......: ' FINIRRT-COD-RECEITA
           END-READ

           IF WS-FS-FINIRRT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINIRRT - FILE STATUS = '
                     WS-FS-FINIRRT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5000-EXCLUIR-FAIXA SECTION.
      * Exclui uma faixa cadastrada, mediante confirmacao.
      *-----------------------------------------------------------------

           MOVE 'P5000-EXCLUIR-FAIXA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1500-PEDE-CHAVE

           READ FINIRRT
              INVALID KEY
                 DISPLAY 'FAIXA NAO CADASTRADA.'
           END-READ

           IF WS-FS-FINIRRT NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINIRRT - FILE STATUS = '
                     WS-FS-FINIRRT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINIRRT EQUAL '00'
              MOVE FINIRRT-ALIQUOTA TO WS-ALIQUOTA-EDITADA
              DISPLAY 'ALIQUOTA ......: ' WS-ALIQUOTA-EDITADA '%'
              DISPLAY 'CONFIRMA EXCLUSAO (S/N)? '
              ACCEPT WS-IRT-RESPOSTA

              IF WS-IRT-RESPOSTA EQUAL 'S' OR 's'
                 DELETE FINIRRT
                 IF WS-FS-FINIRRT NOT EQUAL '00'
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - DELETE FINIRRT - FILE STATUS = '
                           WS-FS-FINIRRT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
                 ELSE
                    DISPLAY 'FAIXA EXCLUIDA COM SUCESSO.'
                 END-IF
              ELSE
                 DISPLAY 'EXCLUSAO CANCELADA.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P6000-LISTAR-FAIXAS SECTION.
      * Lista todas as vigencias e faixas de um produto, em ordem.
      *-----------------------------------------------------------------

           MOVE 'P6000-LISTAR-FAIXAS' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           PERFORM P1400-PEDE-PRODUTO

           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE 'N'   TO WS-FIM-FINIRRT-SW
           MOVE WS-IRT-TIPO-PRODUTO TO FINIRRT-TIPO-PRODUTO
           MOVE ZEROS               TO FINIRRT-DT-VIGENCIA
                                       FINIRRT-PRAZO-ATE
           START FINIRRT KEY NOT LESS THAN FINIRRT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINIRRT-SW
           END-START

           DISPLAY 'VIGENCIA  PRAZO ATE  ALIQUOTA  RECEITA'
           PERFORM UNTIL FIM-FINIRRT
              READ FINIRRT NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINIRRT-SW
                 NOT AT END
                    IF FINIRRT-TIPO-PRODUTO
                                     NOT EQUAL WS-IRT-TIPO-PRODUTO
                       MOVE 'S' TO WS-FIM-FINIRRT-SW
                    ELSE
                       ADD 1 TO WS-QTD-LISTADAS
                       MOVE FINIRRT-ALIQUOTA TO WS-ALIQUOTA-EDITADA
                       DISPLAY FINIRRT-DT-VIGENCIA '  '
                               FINIRRT-PRAZO-ATE '      '
                               WS-ALIQUOTA-EDITADA '%   '
                               FINIRRT-COD-RECEITA
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-LISTADAS EQUAL ZEROS
              DISPLAY 'NENHUMA FAIXA CADASTRADA - PRODUTO ISENTO.'
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINIRMNT - TERMINO COM ERRO'
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

           CLOSE FINIRRT

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINIRMNT - TERMINO NORMAL'
           DISPLAY '***************************************************'

           .
